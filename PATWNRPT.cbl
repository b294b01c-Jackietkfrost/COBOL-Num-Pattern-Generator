       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATWNRPT.
      ******************************
      *AUTHOR:     JACKIE MARCANO  *
      ******************************
      *    BATCH WINDOW REPORT OVER THE PATTTIME TIMING LOG PATTCBL
      *    APPENDS (ONE RECORD PER DISPATCHED REQUEST, BRACKETED BY
      *    JOB-START AND JOB-END RECORDS; PATTMRG FOLDS IN THE LEGS
      *    OF A SLICED NIGHT AND ADDS ITS OWN JOB-END). PRODUCES:
      *      - THE SLOWEST TWENTY REQUESTS ON FILE
      *      - AVERAGE ELAPSED TIME PER PATTERN/SIZE, ARCHIVE
      *        REPLAYS AGAINST FRESH GENERATIONS, SO THE SAVING THE
      *        ARCHIVE BUYS IS MEASURED RATHER THAN ASSUMED
      *      - EACH NIGHT'S START AND END AGAINST THE WINDOW
      *        DEADLINE, WITH THE MARGIN LEFT OR THE OVERRUN
      *      - WHEN THE MONTH-END SET WILL OVERRUN THE DEADLINE IF
      *        ITS ELAPSED TIME KEEPS GROWING AS IT HAS FROM THE
      *        FIRST MONTH-END ON FILE TO THE LAST
      *    THE PARM IS THE DEADLINE AS HHMM FOLLOWED BY THE MONTH-END
      *    SET NAME, E.G. 0600MONTHEND (THE DEFAULTS). THE DEADLINE
      *    IS THE FIRST HHMM AT OR AFTER THE NIGHT'S JOB START, SO A
      *    RUN STARTED AT 2200 IS HELD TO 0600 THE NEXT MORNING.
      *    CONDITION CODES: 00 REPORTED, 04 THE LATEST NIGHT MISSED
      *    THE DEADLINE OR THE NEXT MONTH-END IS PROJECTED TO, 12 A
      *    FILE COULD NOT BE OPENED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-TIMING-LOG ASSIGN TO "PATTTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMING-LOG-STATUS.
           SELECT WINDOW-REPORT-FILE ASSIGN TO "PATWNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATTERN-TIMING-LOG
           RECORDING MODE IS F.
       01  PATTERN-TIMING-RECORD.
           05  TIM-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X.
           05  TIM-SET-NAME           PIC X(8).
           05  FILLER                 PIC X.
           05  TIM-SLICE              PIC X.
           05  FILLER                 PIC X.
           05  TIM-TYPE               PIC X.
               88  TIM-JOB-START      VALUE "S".
               88  TIM-JOB-END        VALUE "E".
               88  TIM-REPLAYED       VALUE "R".
               88  TIM-GENERATED      VALUE "G".
           05  FILLER                 PIC X.
           05  TIM-PATTERN            PIC XX.
           05  FILLER                 PIC X.
           05  TIM-SIZE               PIC XXX.
           05  FILLER                 PIC X.
           05  TIM-FILL               PIC X.
           05  FILLER                 PIC X.
           05  TIM-START              PIC X(16).
           05  FILLER                 PIC X.
           05  TIM-END                PIC X(16).
           05  FILLER                 PIC X.
           05  TIM-ROWS               PIC X(7).
           05  FILLER                 PIC X(8).

       FD  WINDOW-REPORT-FILE
           RECORDING MODE IS F.
       01  WINDOW-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  TIMING-LOG-STATUS       PIC XX      VALUE "00".
       01  REPORT-FILE-STATUS      PIC XX      VALUE "00".
       01  TIMING-EOF              PIC X       VALUE "N".
           88  TIMING-EOF-YES      VALUE "Y".
       01  RECORDS-READ            PIC 9(7)    VALUE ZERO.
       01  RECORDS-UNPARSED        PIC 9(7)    VALUE ZERO.
       01  REQUESTS-TIMED          PIC 9(7)    VALUE ZERO.
       01  REQUESTS-REPLAYED       PIC 9(7)    VALUE ZERO.
       01  REQUESTS-GENERATED      PIC 9(7)    VALUE ZERO.
       01  NIGHTS-MISSED           PIC 9(7)    VALUE ZERO.
       01  DEADLINE-HHMM           PIC 9(4)    VALUE 0600.
       01  DEADLINE-PARTS REDEFINES DEADLINE-HHMM.
           05  DEADLINE-HH         PIC 99.
           05  DEADLINE-MM         PIC 99.
       01  DEADLINE-MINUTE         PIC 9(4)    VALUE ZERO.
       01  MONTHEND-SET            PIC X(8)    VALUE "MONTHEND".
      *    A STAMP IS YYYYMMDDHHMMSSHH; IT IS TURNED INTO HUNDREDTHS
      *    OF A SECOND SINCE THE INTEGER-DATE BASE SO AN INTERVAL
      *    ACROSS MIDNIGHT OR MONTH END SUBTRACTS CLEANLY.
       01  STAMP-IN                PIC X(16).
       01  STAMP-PARTS REDEFINES STAMP-IN.
           05  STAMP-DATE          PIC 9(8).
           05  STAMP-HH            PIC 99.
           05  STAMP-MN            PIC 99.
           05  STAMP-SS            PIC 99.
           05  STAMP-CC            PIC 99.
       01  STAMP-VALID             PIC X       VALUE "N".
           88  STAMP-VALID-YES     VALUE "Y".
       01  STAMP-HUNDREDTHS        PIC 9(15)   VALUE ZERO.
       01  START-HUNDREDTHS        PIC 9(15)   VALUE ZERO.
       01  END-HUNDREDTHS          PIC 9(15)   VALUE ZERO.
       01  ELAPSED-HUNDREDTHS      PIC 9(9)    VALUE ZERO.
       01  ELAPSED-SECONDS         PIC 9(7)V99 VALUE ZERO.
      *    THE SLOWEST REQUESTS, KEPT IN DESCENDING ORDER AS THE LOG
      *    IS READ.
       01  SLOW-TABLE.
           05  SLOW-ENTRY          OCCURS 20 TIMES.
               10  SW-ELAPSED      PIC 9(9).
               10  SW-RUN-DATE     PIC X(8).
               10  SW-SET-NAME     PIC X(8).
               10  SW-SLICE        PIC X.
               10  SW-TYPE         PIC X.
               10  SW-PATTERN      PIC XX.
               10  SW-SIZE         PIC XXX.
               10  SW-FILL         PIC X.
               10  SW-ROWS         PIC X(7).
       01  SLOW-COUNT              PIC 99      VALUE ZERO.
       01  SLOW-INDEX              PIC 99      VALUE ZERO.
       01  SLOW-SLOT               PIC 99      VALUE ZERO.
      *    ONE ENTRY PER PATTERN/SIZE, KEPT IN KEY ORDER.
       01  AVG-TABLE.
           05  AVG-ENTRY           OCCURS 500 TIMES.
               10  AV-KEY.
                   15  AV-PATTERN  PIC XX.
                   15  AV-SIZE     PIC XXX.
               10  AV-REPLAYS      PIC 9(5).
               10  AV-REPLAY-TIME  PIC 9(11).
               10  AV-GENERATES    PIC 9(5).
               10  AV-GENERATE-TIME PIC 9(11).
       01  AVG-COUNT               PIC 999     VALUE ZERO.
       01  AVG-INDEX               PIC 999     VALUE ZERO.
       01  AVG-SLOT                PIC 999     VALUE ZERO.
       01  AVG-OVERFLOW            PIC X       VALUE "N".
           88  AVG-OVERFLOW-YES    VALUE "Y".
       01  AVG-KEY-IN.
           05  AK-PATTERN          PIC XX.
           05  AK-SIZE             PIC XXX.
       01  AVG-REPLAY-SECONDS      PIC 9(7)V99 VALUE ZERO.
       01  AVG-GENERATE-SECONDS    PIC 9(7)V99 VALUE ZERO.
       01  SAVING-PCT              PIC S9(5)   VALUE ZERO.
      *    ONE ENTRY PER RUN DATE, KEPT IN DATE ORDER: THE EARLIEST
      *    JOB START AND THE LATEST JOB END LOGGED FOR IT, SO A
      *    RESTARTED OR SLICED NIGHT IS TIMED FROM FIRST START TO
      *    LAST FINISH.
       01  NIGHT-TABLE.
           05  NIGHT-ENTRY         OCCURS 400 TIMES.
               10  NT-RUN-DATE     PIC X(8).
               10  NT-SET-NAME     PIC X(8).
               10  NT-START        PIC X(16).
               10  NT-END          PIC X(16).
               10  NT-ELAPSED-MIN  PIC 9(5).
               10  NT-MARGIN-MIN   PIC S9(5).
       01  NIGHT-COUNT             PIC 999     VALUE ZERO.
       01  NIGHT-INDEX             PIC 999     VALUE ZERO.
       01  NIGHT-SLOT              PIC 999     VALUE ZERO.
       01  NIGHT-OVERFLOW          PIC X       VALUE "N".
           88  NIGHT-OVERFLOW-YES  VALUE "Y".
       01  START-MINUTE            PIC 9(4)    VALUE ZERO.
       01  DEADLINE-HUNDREDTHS     PIC 9(15)   VALUE ZERO.
       01  MARGIN-HUNDREDTHS       PIC S9(15)  VALUE ZERO.
       01  LATEST-MISSED           PIC X       VALUE "N".
           88  LATEST-MISSED-YES   VALUE "Y".
      *    MONTH-END PROJECTION WORK FIELDS.
       01  ME-COUNT                PIC 999     VALUE ZERO.
       01  ME-FIRST                PIC 999     VALUE ZERO.
       01  ME-LAST                 PIC 999     VALUE ZERO.
       01  ME-GROWTH               PIC S9(5)V9 VALUE ZERO.
       01  ME-GROWTH-PCT           PIC S9(5)   VALUE ZERO.
       01  ME-RUNS-LEFT            PIC 9(5)    VALUE ZERO.
       01  ME-MONTHS               PIC 9(7)    VALUE ZERO.
       01  ME-OVERRUN-YYYY         PIC 9(4)    VALUE ZERO.
       01  ME-OVERRUN-MM           PIC 99      VALUE ZERO.
       01  ME-NEXT-OVERRUNS        PIC X       VALUE "N".
           88  ME-NEXT-OVERRUNS-YES VALUE "Y".
       01  HEADING-LINE.
           05  FILLER              PIC X(30)
               VALUE "PATTCBL BATCH WINDOW REPORT  ".
           05  FILLER              PIC X(17)
               VALUE "WINDOW DEADLINE  ".
           05  HDL-DEADLINE        PIC 9(4).
           05  FILLER              PIC X(18)
               VALUE "   MONTH-END SET  ".
           05  HDL-MONTHEND        PIC X(8).
           05  FILLER              PIC X(55)   VALUE SPACES.
       01  SLOW-HEADING-LINE.
           05  FILLER              PIC X(50) VALUE
               "RANK    RUN DATE  SET      SL PATT  SIZE FILL  MOD".
           05  FILLER              PIC X(50) VALUE
               "E         SECONDS     ROWS                        ".
           05  FILLER              PIC X(32)   VALUE SPACES.
       01  SLOW-DETAIL-LINE.
           05  FILLER              PIC XX      VALUE SPACES.
           05  SDL-RANK            PIC Z9.
           05  FILLER              PIC XX      VALUE SPACES.
           05  FILLER              PIC XX      VALUE SPACES.
           05  SDL-RUN-DATE        PIC X(8).
           05  FILLER              PIC XX      VALUE SPACES.
           05  SDL-SET-NAME        PIC X(8).
           05  FILLER              PIC XX      VALUE SPACES.
           05  SDL-SLICE           PIC X.
           05  FILLER              PIC XXX     VALUE SPACES.
           05  SDL-PATTERN         PIC XX.
           05  FILLER              PIC XXX     VALUE SPACES.
           05  SDL-SIZE            PIC XXX.
           05  FILLER              PIC XXXX    VALUE SPACES.
           05  SDL-FILL            PIC X.
           05  FILLER              PIC XX      VALUE SPACES.
           05  SDL-MODE            PIC X(8).
           05  FILLER              PIC XX      VALUE SPACES.
           05  SDL-SECONDS         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC XX      VALUE SPACES.
           05  SDL-ROWS            PIC X(7).
           05  FILLER              PIC X(56)   VALUE SPACES.
       01  AVG-HEADING-LINE.
           05  FILLER              PIC X(50) VALUE
               "PATT   SIZE REPLAYS    AVG SECS GENERATE    AVG SE".
           05  FILLER              PIC X(50) VALUE
               "CS   REPLAY SAVING                                ".
           05  FILLER              PIC X(32)   VALUE SPACES.
       01  AVG-DETAIL-LINE.
           05  FILLER              PIC XX      VALUE SPACES.
           05  ADL-PATTERN         PIC XX.
           05  FILLER              PIC XXXX    VALUE SPACES.
           05  ADL-SIZE            PIC XXX.
           05  FILLER              PIC XX      VALUE SPACES.
           05  ADL-REPLAYS         PIC ZZ,ZZ9.
           05  FILLER              PIC XX      VALUE SPACES.
           05  ADL-REPLAY-SECONDS  PIC ZZZ,ZZ9.99.
           05  FILLER              PIC XXX     VALUE SPACES.
           05  ADL-GENERATES       PIC ZZ,ZZ9.
           05  FILLER              PIC XX      VALUE SPACES.
           05  ADL-GENERATE-SECONDS PIC ZZZ,ZZ9.99.
           05  FILLER              PIC XXX     VALUE SPACES.
           05  ADL-SAVING          PIC X(12).
           05  FILLER              PIC X(65)   VALUE SPACES.
       01  NIGHT-HEADING-LINE.
           05  FILLER              PIC X(50) VALUE
               "  RUN DATE  SET       JOB START        JOB END    ".
           05  FILLER              PIC X(50) VALUE
               "     MINUTES  MARGIN  VERDICT                     ".
           05  FILLER              PIC X(32)   VALUE SPACES.
       01  NIGHT-DETAIL-LINE.
           05  FILLER              PIC XX      VALUE SPACES.
           05  NDL-RUN-DATE        PIC X(8).
           05  FILLER              PIC XX      VALUE SPACES.
           05  NDL-SET-NAME        PIC X(8).
           05  FILLER              PIC XX      VALUE SPACES.
           05  NDL-START-DATE      PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  NDL-START-TIME      PIC X(6).
           05  FILLER              PIC XX      VALUE SPACES.
           05  NDL-END-DATE        PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  NDL-END-TIME        PIC X(6).
           05  FILLER              PIC XX      VALUE SPACES.
           05  NDL-ELAPSED         PIC ZZ,ZZ9.
           05  FILLER              PIC XX      VALUE SPACES.
           05  NDL-MARGIN          PIC -----9.
           05  FILLER              PIC XX      VALUE SPACES.
           05  NDL-VERDICT         PIC X(30).
           05  FILLER              PIC X(30)   VALUE SPACES.
       01  PROJECTION-LINE         PIC X(132).
       01  GROWTH-DISPLAY          PIC ----9.9.
       01  PCT-DISPLAY             PIC ----9.
       01  MINUTES-DISPLAY         PIC ----9.
       01  RUNS-DISPLAY            PIC ZZZZ9.
       01  SUMMARY-LINE.
           05  SUMMARY-TEXT        PIC X(44).
           05  SUMMARY-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(79)   VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LGTH           PIC S9(4)   COMP.
           05  PARM-DEADLINE       PIC X(4).
           05  PARM-MONTHEND-SET   PIC X(8).

       PROCEDURE DIVISION USING PARM-DATA.

       100-MAIN.
           PERFORM 110-INITIALIZE
           PERFORM 120-OPEN-FILES
           PERFORM UNTIL TIMING-EOF-YES
               READ PATTERN-TIMING-LOG
                   AT END
                       SET TIMING-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM 200-TALLY-TIMING-RECORD
               END-READ
           END-PERFORM
           PERFORM 260-MEASURE-NIGHTS
           PERFORM 300-WRITE-REPORT
           CLOSE PATTERN-TIMING-LOG
           CLOSE WINDOW-REPORT-FILE
           IF LATEST-MISSED-YES OR ME-NEXT-OVERRUNS-YES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       110-INITIALIZE.
           IF PARM-LGTH >= 4
             AND PARM-DEADLINE IS NUMERIC
               MOVE PARM-DEADLINE TO DEADLINE-HHMM
               IF DEADLINE-HH > 23 OR DEADLINE-MM > 59
                   DISPLAY "DEADLINE " PARM-DEADLINE
                       " IS NOT A TIME OF DAY, 0600 USED"
                   MOVE 0600 TO DEADLINE-HHMM
               END-IF
           END-IF
           IF PARM-LGTH >= 12
               MOVE PARM-MONTHEND-SET TO MONTHEND-SET
           ELSE
               IF PARM-LGTH >= 5
                   MOVE SPACES TO MONTHEND-SET
                   MOVE PARM-MONTHEND-SET(1:PARM-LGTH - 4)
                     TO MONTHEND-SET
               END-IF
           END-IF
           COMPUTE DEADLINE-MINUTE =
               (DEADLINE-HH * 60) + DEADLINE-MM
           DISPLAY "PATWNRPT DEADLINE " DEADLINE-HHMM
               " MONTH-END SET " MONTHEND-SET.

       120-OPEN-FILES.
           OPEN INPUT PATTERN-TIMING-LOG
           IF TIMING-LOG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTTIME, FILE STATUS "
                   TIMING-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WINDOW-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATWNRPT, FILE STATUS "
                   REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-TALLY-TIMING-RECORD.
           ADD 1 TO RECORDS-READ
           IF TIM-RUN-DATE IS NUMERIC
             AND (TIM-JOB-START OR TIM-JOB-END
                  OR TIM-REPLAYED OR TIM-GENERATED)
               PERFORM 240-TALLY-NIGHT
               IF TIM-REPLAYED OR TIM-GENERATED
                   PERFORM 205-TALLY-REQUEST
               END-IF
           ELSE
               ADD 1 TO RECORDS-UNPARSED
           END-IF.

       205-TALLY-REQUEST.
           MOVE TIM-START TO STAMP-IN
           PERFORM 400-STAMP-TO-HUNDREDTHS
           MOVE STAMP-HUNDREDTHS TO START-HUNDREDTHS
           IF STAMP-VALID-YES
               MOVE TIM-END TO STAMP-IN
               PERFORM 400-STAMP-TO-HUNDREDTHS
               MOVE STAMP-HUNDREDTHS TO END-HUNDREDTHS
           END-IF
           IF STAMP-VALID-YES
             AND END-HUNDREDTHS >= START-HUNDREDTHS
               COMPUTE ELAPSED-HUNDREDTHS =
                   END-HUNDREDTHS - START-HUNDREDTHS
               ADD 1 TO REQUESTS-TIMED
               IF TIM-REPLAYED
                   ADD 1 TO REQUESTS-REPLAYED
               ELSE
                   ADD 1 TO REQUESTS-GENERATED
               END-IF
               PERFORM 210-TALLY-SLOWEST
               PERFORM 220-TALLY-AVERAGE
           ELSE
               ADD 1 TO RECORDS-UNPARSED
           END-IF.

       210-TALLY-SLOWEST.
      *    FIND WHERE THIS REQUEST RANKS; EVERYTHING BELOW IT MOVES
      *    DOWN ONE AND THE TWENTIETH FALLS OFF.
           MOVE ZERO TO SLOW-SLOT
           PERFORM VARYING SLOW-INDEX FROM 1 BY 1
             UNTIL SLOW-INDEX > SLOW-COUNT
             OR SLOW-SLOT > ZERO
               IF ELAPSED-HUNDREDTHS > SW-ELAPSED(SLOW-INDEX)
                   MOVE SLOW-INDEX TO SLOW-SLOT
               END-IF
           END-PERFORM
           IF SLOW-SLOT = ZERO AND SLOW-COUNT < 20
               COMPUTE SLOW-SLOT = SLOW-COUNT + 1
           END-IF
           IF SLOW-SLOT > ZERO
               IF SLOW-COUNT < 20
                   ADD 1 TO SLOW-COUNT
               END-IF
               PERFORM VARYING SLOW-INDEX FROM SLOW-COUNT BY -1
                 UNTIL SLOW-INDEX <= SLOW-SLOT
                   MOVE SLOW-ENTRY(SLOW-INDEX - 1)
                     TO SLOW-ENTRY(SLOW-INDEX)
               END-PERFORM
               MOVE ELAPSED-HUNDREDTHS TO SW-ELAPSED(SLOW-SLOT)
               MOVE TIM-RUN-DATE TO SW-RUN-DATE(SLOW-SLOT)
               MOVE TIM-SET-NAME TO SW-SET-NAME(SLOW-SLOT)
               MOVE TIM-SLICE TO SW-SLICE(SLOW-SLOT)
               MOVE TIM-TYPE TO SW-TYPE(SLOW-SLOT)
               MOVE TIM-PATTERN TO SW-PATTERN(SLOW-SLOT)
               MOVE TIM-SIZE TO SW-SIZE(SLOW-SLOT)
               MOVE TIM-FILL TO SW-FILL(SLOW-SLOT)
               MOVE TIM-ROWS TO SW-ROWS(SLOW-SLOT)
           END-IF.

       220-TALLY-AVERAGE.
           MOVE TIM-PATTERN TO AK-PATTERN
           MOVE TIM-SIZE TO AK-SIZE
           MOVE ZERO TO AVG-SLOT
           PERFORM VARYING AVG-INDEX FROM 1 BY 1
             UNTIL AVG-INDEX > AVG-COUNT
             OR AVG-SLOT > ZERO
               IF AV-KEY(AVG-INDEX) >= AVG-KEY-IN
                   MOVE AVG-INDEX TO AVG-SLOT
               END-IF
           END-PERFORM
           IF AVG-SLOT > ZERO
               IF AV-KEY(AVG-SLOT) NOT = AVG-KEY-IN
                   PERFORM 225-INSERT-AVERAGE
               END-IF
           ELSE
               IF AVG-COUNT < 500
                   ADD 1 TO AVG-COUNT
                   MOVE AVG-COUNT TO AVG-SLOT
                   PERFORM 228-CLEAR-AVERAGE
               ELSE
                   SET AVG-OVERFLOW-YES TO TRUE
               END-IF
           END-IF
           IF AVG-SLOT > ZERO
               IF TIM-REPLAYED
                   ADD 1 TO AV-REPLAYS(AVG-SLOT)
                   ADD ELAPSED-HUNDREDTHS TO AV-REPLAY-TIME(AVG-SLOT)
               ELSE
                   ADD 1 TO AV-GENERATES(AVG-SLOT)
                   ADD ELAPSED-HUNDREDTHS
                     TO AV-GENERATE-TIME(AVG-SLOT)
               END-IF
           END-IF.

       225-INSERT-AVERAGE.
           IF AVG-COUNT < 500
               ADD 1 TO AVG-COUNT
               PERFORM VARYING AVG-INDEX FROM AVG-COUNT BY -1
                 UNTIL AVG-INDEX <= AVG-SLOT
                   MOVE AVG-ENTRY(AVG-INDEX - 1)
                     TO AVG-ENTRY(AVG-INDEX)
               END-PERFORM
               PERFORM 228-CLEAR-AVERAGE
           ELSE
               SET AVG-OVERFLOW-YES TO TRUE
               MOVE ZERO TO AVG-SLOT
           END-IF.

       228-CLEAR-AVERAGE.
           MOVE AVG-KEY-IN TO AV-KEY(AVG-SLOT)
           MOVE ZERO TO AV-REPLAYS(AVG-SLOT)
           MOVE ZERO TO AV-REPLAY-TIME(AVG-SLOT)
           MOVE ZERO TO AV-GENERATES(AVG-SLOT)
           MOVE ZERO TO AV-GENERATE-TIME(AVG-SLOT).

       240-TALLY-NIGHT.
           MOVE ZERO TO NIGHT-SLOT
           PERFORM VARYING NIGHT-INDEX FROM 1 BY 1
             UNTIL NIGHT-INDEX > NIGHT-COUNT
             OR NIGHT-SLOT > ZERO
               IF NT-RUN-DATE(NIGHT-INDEX) >= TIM-RUN-DATE
                   MOVE NIGHT-INDEX TO NIGHT-SLOT
               END-IF
           END-PERFORM
           IF NIGHT-SLOT > ZERO
               IF NT-RUN-DATE(NIGHT-SLOT) NOT = TIM-RUN-DATE
                   IF NIGHT-COUNT < 400
                       ADD 1 TO NIGHT-COUNT
                       PERFORM VARYING NIGHT-INDEX FROM NIGHT-COUNT
                         BY -1 UNTIL NIGHT-INDEX <= NIGHT-SLOT
                           MOVE NIGHT-ENTRY(NIGHT-INDEX - 1)
                             TO NIGHT-ENTRY(NIGHT-INDEX)
                       END-PERFORM
                       PERFORM 245-CLEAR-NIGHT
                   ELSE
                       SET NIGHT-OVERFLOW-YES TO TRUE
                       MOVE ZERO TO NIGHT-SLOT
                   END-IF
               END-IF
           ELSE
               IF NIGHT-COUNT < 400
                   ADD 1 TO NIGHT-COUNT
                   MOVE NIGHT-COUNT TO NIGHT-SLOT
                   PERFORM 245-CLEAR-NIGHT
               ELSE
                   SET NIGHT-OVERFLOW-YES TO TRUE
               END-IF
           END-IF
           IF NIGHT-SLOT > ZERO
               IF TIM-JOB-START OR TIM-JOB-END
                   IF TIM-START IS NUMERIC
                     AND (NT-START(NIGHT-SLOT) = SPACES
                          OR TIM-START < NT-START(NIGHT-SLOT))
                       MOVE TIM-START TO NT-START(NIGHT-SLOT)
                   END-IF
                   IF NT-SET-NAME(NIGHT-SLOT) = SPACES
                       MOVE TIM-SET-NAME TO NT-SET-NAME(NIGHT-SLOT)
                   END-IF
               END-IF
               IF TIM-JOB-END
                 AND TIM-END IS NUMERIC
                 AND (NT-END(NIGHT-SLOT) = SPACES
                      OR TIM-END > NT-END(NIGHT-SLOT))
                   MOVE TIM-END TO NT-END(NIGHT-SLOT)
               END-IF
           END-IF.

       245-CLEAR-NIGHT.
           MOVE TIM-RUN-DATE TO NT-RUN-DATE(NIGHT-SLOT)
           MOVE SPACES TO NT-SET-NAME(NIGHT-SLOT)
           MOVE SPACES TO NT-START(NIGHT-SLOT)
           MOVE SPACES TO NT-END(NIGHT-SLOT)
           MOVE ZERO TO NT-ELAPSED-MIN(NIGHT-SLOT)
           MOVE ZERO TO NT-MARGIN-MIN(NIGHT-SLOT).

       260-MEASURE-NIGHTS.
      *    ELAPSED IS FIRST START TO LAST END. THE DEADLINE IS THE
      *    FIRST DEADLINE TIME AT OR AFTER THE JOB START; THE MARGIN
      *    IS MINUTES TO SPARE, NEGATIVE WHEN THE NIGHT OVERRAN.
           PERFORM VARYING NIGHT-INDEX FROM 1 BY 1
             UNTIL NIGHT-INDEX > NIGHT-COUNT
               IF NT-START(NIGHT-INDEX) NOT = SPACES
                 AND NT-END(NIGHT-INDEX) NOT = SPACES
                   MOVE NT-START(NIGHT-INDEX) TO STAMP-IN
                   PERFORM 400-STAMP-TO-HUNDREDTHS
                   MOVE STAMP-HUNDREDTHS TO START-HUNDREDTHS
                   COMPUTE START-MINUTE =
                       (STAMP-HH * 60) + STAMP-MN
                   COMPUTE DEADLINE-HUNDREDTHS =
                       START-HUNDREDTHS
                       - (((STAMP-HH * 3600) + (STAMP-MN * 60)
                           + STAMP-SS) * 100) - STAMP-CC
                       + (DEADLINE-MINUTE * 6000)
                   IF START-MINUTE >= DEADLINE-MINUTE
                       ADD 8640000 TO DEADLINE-HUNDREDTHS
                   END-IF
                   MOVE NT-END(NIGHT-INDEX) TO STAMP-IN
                   PERFORM 400-STAMP-TO-HUNDREDTHS
                   MOVE STAMP-HUNDREDTHS TO END-HUNDREDTHS
                   IF END-HUNDREDTHS >= START-HUNDREDTHS
                       COMPUTE NT-ELAPSED-MIN(NIGHT-INDEX) =
                           (END-HUNDREDTHS - START-HUNDREDTHS) / 6000
                   END-IF
                   COMPUTE MARGIN-HUNDREDTHS =
                       DEADLINE-HUNDREDTHS - END-HUNDREDTHS
                   COMPUTE NT-MARGIN-MIN(NIGHT-INDEX) =
                       MARGIN-HUNDREDTHS / 6000
                   IF MARGIN-HUNDREDTHS < ZERO
                       ADD 1 TO NIGHTS-MISSED
                       IF NIGHT-INDEX = NIGHT-COUNT
                           SET LATEST-MISSED-YES TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       300-WRITE-REPORT.
           MOVE DEADLINE-HHMM TO HDL-DEADLINE
           MOVE MONTHEND-SET TO HDL-MONTHEND
           MOVE HEADING-LINE TO WINDOW-REPORT-RECORD
           WRITE WINDOW-REPORT-RECORD
           MOVE SPACES TO WINDOW-REPORT-RECORD
           WRITE WINDOW-REPORT-RECORD
           MOVE "TIMING RECORDS READ........................."
             TO SUMMARY-TEXT
           MOVE RECORDS-READ TO SUMMARY-COUNT
           PERFORM 390-WRITE-SUMMARY-LINE
           MOVE "TIMING RECORDS NOT PARSEABLE................"
             TO SUMMARY-TEXT
           MOVE RECORDS-UNPARSED TO SUMMARY-COUNT
           PERFORM 390-WRITE-SUMMARY-LINE
           MOVE "REQUESTS TIMED.............................."
             TO SUMMARY-TEXT
           MOVE REQUESTS-TIMED TO SUMMARY-COUNT
           PERFORM 390-WRITE-SUMMARY-LINE
           MOVE "  SERVED FROM THE ARCHIVE..................."
             TO SUMMARY-TEXT
           MOVE REQUESTS-REPLAYED TO SUMMARY-COUNT
           PERFORM 390-WRITE-SUMMARY-LINE
           MOVE "  GENERATED................................."
             TO SUMMARY-TEXT
           MOVE REQUESTS-GENERATED TO SUMMARY-COUNT
           PERFORM 390-WRITE-SUMMARY-LINE
           MOVE "NIGHTS ON FILE.............................."
             TO SUMMARY-TEXT
           MOVE NIGHT-COUNT TO SUMMARY-COUNT
           PERFORM 390-WRITE-SUMMARY-LINE
           MOVE "NIGHTS THAT MISSED THE DEADLINE............."
             TO SUMMARY-TEXT
           MOVE NIGHTS-MISSED TO SUMMARY-COUNT
           PERFORM 390-WRITE-SUMMARY-LINE
           PERFORM 310-WRITE-SLOWEST
           PERFORM 320-WRITE-AVERAGES
           PERFORM 330-WRITE-NIGHTS
           PERFORM 340-WRITE-PROJECTION.

       310-WRITE-SLOWEST.
           MOVE SPACES TO WINDOW-REPORT-RECORD
           WRITE WINDOW-REPORT-RECORD
           MOVE "SLOWEST REQUESTS" TO WINDOW-REPORT-RECORD
           WRITE WINDOW-REPORT-RECORD
           MOVE SLOW-HEADING-LINE TO WINDOW-REPORT-RECORD
           WRITE WINDOW-REPORT-RECORD
           IF SLOW-COUNT = ZERO
               MOVE "  NONE ON FILE" TO WINDOW-REPORT-RECORD
               WRITE WINDOW-REPORT-RECORD
           END-IF
           PERFORM VARYING SLOW-INDEX FROM 1 BY 1
             UNTIL SLOW-INDEX > SLOW-COUNT
               MOVE SLOW-INDEX TO SDL-RANK
               MOVE SW-RUN-DATE(SLOW-INDEX) TO SDL-RUN-DATE
               MOVE SW-SET-NAME(SLOW-INDEX) TO SDL-SET-NAME
               MOVE SW-SLICE(SLOW-INDEX) TO SDL-SLICE
               MOVE SW-PATTERN(SLOW-INDEX) TO SDL-PATTERN
               MOVE SW-SIZE(SLOW-INDEX) TO SDL-SIZE
               MOVE SW-FILL(SLOW-INDEX) TO SDL-FILL
               IF SW-TYPE(SLOW-INDEX) = "R"
                   MOVE "REPLAY  " TO SDL-MODE
               ELSE
                   MOVE "GENERATE" TO SDL-MODE
               END-IF
               COMPUTE ELAPSED-SECONDS =
                   SW-ELAPSED(SLOW-INDEX) / 100
               MOVE ELAPSED-SECONDS TO SDL-SECONDS
               MOVE SW-ROWS(SLOW-INDEX) TO SDL-ROWS
               MOVE SLOW-DETAIL-LINE TO WINDOW-REPORT-RECORD
               WRITE WINDOW-REPORT-RECORD
           END-PERFORM.

       320-WRITE-AVERAGES.
      *    THE SAVING IS HOW MUCH LESS TIME A REPLAY TAKES THAN A
      *    GENERATION OF THE SAME PATTERN/SIZE, WHERE BOTH HAVE RUN.
           MOVE SPACES TO WINDOW-REPORT-RECORD
           WRITE WINDOW-REPORT-RECORD
           MOVE "AVERAGE ELAPSED BY PATTERN/SIZE, REPLAYED/GENERATED"
             TO WINDOW-REPORT-RECORD
           WRITE WINDOW-REPORT-RECORD
           MOVE AVG-HEADING-LINE TO WINDOW-REPORT-RECORD
           WRITE WINDOW-REPORT-RECORD
           IF AVG-OVERFLOW-YES
               MOVE "  PATTERN/SIZE TABLE FULL - SOME KEYS NOT SHOWN"
                 TO WINDOW-REPORT-RECORD
               WRITE WINDOW-REPORT-RECORD
           END-IF
           PERFORM VARYING AVG-INDEX FROM 1 BY 1
             UNTIL AVG-INDEX > AVG-COUNT
               MOVE AV-PATTERN(AVG-INDEX) TO ADL-PATTERN
               MOVE AV-SIZE(AVG-INDEX) TO ADL-SIZE
               MOVE AV-REPLAYS(AVG-INDEX) TO ADL-REPLAYS
               MOVE AV-GENERATES(AVG-INDEX) TO ADL-GENERATES
               MOVE ZERO TO AVG-REPLAY-SECONDS
               MOVE ZERO TO AVG-GENERATE-SECONDS
               IF AV-REPLAYS(AVG-INDEX) > ZERO
                   COMPUTE AVG-REPLAY-SECONDS ROUNDED =
                       AV-REPLAY-TIME(AVG-INDEX)
                       / AV-REPLAYS(AVG-INDEX) / 100
               END-IF
               IF AV-GENERATES(AVG-INDEX) > ZERO
                   COMPUTE AVG-GENERATE-SECONDS ROUNDED =
                       AV-GENERATE-TIME(AVG-INDEX)
                       / AV-GENERATES(AVG-INDEX) / 100
               END-IF
               MOVE AVG-REPLAY-SECONDS TO ADL-REPLAY-SECONDS
               MOVE AVG-GENERATE-SECONDS TO ADL-GENERATE-SECONDS
               IF AV-REPLAYS(AVG-INDEX) > ZERO
                 AND AV-GENERATES(AVG-INDEX) > ZERO
                 AND AVG-GENERATE-SECONDS > ZERO
                   COMPUTE SAVING-PCT ROUNDED =
                       ((AVG-GENERATE-SECONDS - AVG-REPLAY-SECONDS)
                        * 100) / AVG-GENERATE-SECONDS
                   MOVE SAVING-PCT TO PCT-DISPLAY
                   MOVE SPACES TO ADL-SAVING
                   STRING PCT-DISPLAY DELIMITED BY SIZE
                       " PCT" DELIMITED BY SIZE
                     INTO ADL-SAVING
               ELSE
                   MOVE "    N/A" TO ADL-SAVING
               END-IF
               MOVE AVG-DETAIL-LINE TO WINDOW-REPORT-RECORD
               WRITE WINDOW-REPORT-RECORD
           END-PERFORM.

       330-WRITE-NIGHTS.
           MOVE SPACES TO WINDOW-REPORT-RECORD
           WRITE WINDOW-REPORT-RECORD
           MOVE "NIGHTLY END TIME AGAINST THE WINDOW DEADLINE"
             TO WINDOW-REPORT-RECORD
           WRITE WINDOW-REPORT-RECORD
           MOVE NIGHT-HEADING-LINE TO WINDOW-REPORT-RECORD
           WRITE WINDOW-REPORT-RECORD
           IF NIGHT-OVERFLOW-YES
               MOVE "  NIGHT TABLE FULL - LATEST NIGHTS NOT SHOWN"
                 TO WINDOW-REPORT-RECORD
               WRITE WINDOW-REPORT-RECORD
           END-IF
           PERFORM VARYING NIGHT-INDEX FROM 1 BY 1
             UNTIL NIGHT-INDEX > NIGHT-COUNT
               MOVE NT-RUN-DATE(NIGHT-INDEX) TO NDL-RUN-DATE
               MOVE NT-SET-NAME(NIGHT-INDEX) TO NDL-SET-NAME
               MOVE NT-START(NIGHT-INDEX)(1:8) TO NDL-START-DATE
               MOVE NT-START(NIGHT-INDEX)(9:6) TO NDL-START-TIME
               MOVE NT-END(NIGHT-INDEX)(1:8) TO NDL-END-DATE
               MOVE NT-END(NIGHT-INDEX)(9:6) TO NDL-END-TIME
               MOVE NT-ELAPSED-MIN(NIGHT-INDEX) TO NDL-ELAPSED
               MOVE NT-MARGIN-MIN(NIGHT-INDEX) TO NDL-MARGIN
               EVALUATE TRUE
                   WHEN NT-START(NIGHT-INDEX) = SPACES
                       MOVE "NO JOB START LOGGED" TO NDL-VERDICT
                       MOVE ZERO TO NDL-MARGIN
                   WHEN NT-END(NIGHT-INDEX) = SPACES
                       MOVE "NO JOB END - ABENDED/RUNNING"
                         TO NDL-VERDICT
                       MOVE ZERO TO NDL-MARGIN
                   WHEN NT-MARGIN-MIN(NIGHT-INDEX) < ZERO
                       MOVE "*** MISSED DEADLINE ***" TO NDL-VERDICT
                   WHEN OTHER
                       MOVE "MET" TO NDL-VERDICT
               END-EVALUATE
               MOVE NIGHT-DETAIL-LINE TO WINDOW-REPORT-RECORD
               WRITE WINDOW-REPORT-RECORD
           END-PERFORM.

       340-WRITE-PROJECTION.
      *    GROWTH IS THE CHANGE IN ELAPSED MINUTES PER MONTH-END,
      *    FIRST MONTH-END ON FILE TO THE LAST (THE PATHSRPT RULE,
      *    FIRST TO LAST); THE MARGIN LEFT ON THE LAST ONE, DIVIDED
      *    BY THAT GROWTH, IS HOW MANY MORE MONTH-ENDS FIT.
           MOVE SPACES TO WINDOW-REPORT-RECORD
           WRITE WINDOW-REPORT-RECORD
           MOVE "MONTH-END OVERRUN PROJECTION" TO WINDOW-REPORT-RECORD
           WRITE WINDOW-REPORT-RECORD
           MOVE ZERO TO ME-COUNT
           MOVE ZERO TO ME-FIRST
           MOVE ZERO TO ME-LAST
           PERFORM VARYING NIGHT-INDEX FROM 1 BY 1
             UNTIL NIGHT-INDEX > NIGHT-COUNT
               IF NT-SET-NAME(NIGHT-INDEX) = MONTHEND-SET
                 AND NT-START(NIGHT-INDEX) NOT = SPACES
                 AND NT-END(NIGHT-INDEX) NOT = SPACES
                   ADD 1 TO ME-COUNT
                   IF ME-FIRST = ZERO
                       MOVE NIGHT-INDEX TO ME-FIRST
                   END-IF
                   MOVE NIGHT-INDEX TO ME-LAST
               END-IF
           END-PERFORM
           MOVE SPACES TO PROJECTION-LINE
           IF ME-COUNT < 2
               MOVE "  FEWER THAN TWO TIMED MONTH-END NIGHTS ON FILE"
                 TO PROJECTION-LINE
           ELSE
               COMPUTE ME-GROWTH ROUNDED =
                   (NT-ELAPSED-MIN(ME-LAST) - NT-ELAPSED-MIN(ME-FIRST))
                   / (ME-COUNT - 1)
               MOVE ME-GROWTH TO GROWTH-DISPLAY
               IF NT-ELAPSED-MIN(ME-FIRST) > ZERO
                   COMPUTE ME-GROWTH-PCT ROUNDED =
                       ((NT-ELAPSED-MIN(ME-LAST)
                         - NT-ELAPSED-MIN(ME-FIRST)) * 100)
                       / NT-ELAPSED-MIN(ME-FIRST)
               ELSE
                   MOVE ZERO TO ME-GROWTH-PCT
               END-IF
               MOVE ME-GROWTH-PCT TO PCT-DISPLAY
               STRING "  ELAPSED " DELIMITED BY SIZE
                   NT-RUN-DATE(ME-FIRST) DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   NT-RUN-DATE(ME-LAST) DELIMITED BY SIZE
                   " GREW " DELIMITED BY SIZE
                   PCT-DISPLAY DELIMITED BY SIZE
                   " PCT, " DELIMITED BY SIZE
                   GROWTH-DISPLAY DELIMITED BY SIZE
                   " MINUTES PER MONTH-END" DELIMITED BY SIZE
                 INTO PROJECTION-LINE
               MOVE PROJECTION-LINE TO WINDOW-REPORT-RECORD
               WRITE WINDOW-REPORT-RECORD
               MOVE SPACES TO PROJECTION-LINE
               MOVE NT-MARGIN-MIN(ME-LAST) TO MINUTES-DISPLAY
               EVALUATE TRUE
                   WHEN NT-MARGIN-MIN(ME-LAST) < ZERO
                       SET ME-NEXT-OVERRUNS-YES TO TRUE
                       STRING "  *** LAST MONTH-END ALREADY OVERRAN"
                             DELIMITED BY SIZE
                           ", MARGIN " DELIMITED BY SIZE
                           MINUTES-DISPLAY DELIMITED BY SIZE
                           " MINUTES" DELIMITED BY SIZE
                         INTO PROJECTION-LINE
                   WHEN ME-GROWTH NOT > ZERO
                       STRING "  MONTH-END ELAPSED NOT GROWING"
                             DELIMITED BY SIZE
                           ", MARGIN " DELIMITED BY SIZE
                           MINUTES-DISPLAY DELIMITED BY SIZE
                           " MINUTES, NO OVERRUN PROJECTED"
                             DELIMITED BY SIZE
                         INTO PROJECTION-LINE
                   WHEN OTHER
                       COMPUTE ME-RUNS-LEFT =
                           (NT-MARGIN-MIN(ME-LAST) / ME-GROWTH) + 1
                       IF ME-RUNS-LEFT = 1
                           SET ME-NEXT-OVERRUNS-YES TO TRUE
                       END-IF
                       MOVE NT-RUN-DATE(ME-LAST)(1:4)
                         TO ME-OVERRUN-YYYY
                       MOVE NT-RUN-DATE(ME-LAST)(5:2)
                         TO ME-OVERRUN-MM
                       COMPUTE ME-MONTHS =
                           (ME-OVERRUN-YYYY * 12) + ME-OVERRUN-MM - 1
                           + ME-RUNS-LEFT
                       COMPUTE ME-OVERRUN-YYYY = ME-MONTHS / 12
                       COMPUTE ME-OVERRUN-MM =
                           FUNCTION MOD(ME-MONTHS, 12) + 1
                       MOVE ME-RUNS-LEFT TO RUNS-DISPLAY
                       STRING "  MARGIN " DELIMITED BY SIZE
                           MINUTES-DISPLAY DELIMITED BY SIZE
                           " MINUTES; AT THIS RATE THE SET OVERRUNS IN"
                             DELIMITED BY SIZE
                           RUNS-DISPLAY DELIMITED BY SIZE
                           " MONTH-END(S), ABOUT " DELIMITED BY SIZE
                           ME-OVERRUN-YYYY DELIMITED BY SIZE
                           ME-OVERRUN-MM DELIMITED BY SIZE
                         INTO PROJECTION-LINE
               END-EVALUATE
           END-IF
           MOVE PROJECTION-LINE TO WINDOW-REPORT-RECORD
           WRITE WINDOW-REPORT-RECORD.

       390-WRITE-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO WINDOW-REPORT-RECORD
           WRITE WINDOW-REPORT-RECORD.

       400-STAMP-TO-HUNDREDTHS.
           MOVE "N" TO STAMP-VALID
           MOVE ZERO TO STAMP-HUNDREDTHS
           IF STAMP-IN IS NUMERIC
             AND STAMP-HH <= 23 AND STAMP-MN <= 59 AND STAMP-SS <= 59
             AND FUNCTION TEST-DATE-YYYYMMDD(STAMP-DATE) = ZERO
               SET STAMP-VALID-YES TO TRUE
               COMPUTE STAMP-HUNDREDTHS =
                   (((FUNCTION INTEGER-OF-DATE(STAMP-DATE) * 86400)
                     + (STAMP-HH * 3600) + (STAMP-MN * 60)
                     + STAMP-SS) * 100) + STAMP-CC
           END-IF.
       END PROGRAM PATWNRPT.
