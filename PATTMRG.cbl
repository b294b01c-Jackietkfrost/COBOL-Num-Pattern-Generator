      *    PARTIAL EXPORT AND A PATTSUM PARTIAL-TOTALS RECORD. THIS
      *    STEP:
      *      - RECOMBINES THE PARTIAL EXPORTS INTO ONE PATTEXP FEED
      *        IN THE RUN'S REQUEST ORDER: EACH SLICE GH RECORD
      *        CARRIES ITS REQUEST'S GLOBAL ORDINAL IN BYTES 9-15
      *        (STAMPED BY THE LEG), AND THE MERGE ALWAYS TAKES THE
      *        PENDING GROUP WITH THE LOWEST ORDINAL -- CORRECT EVEN
      *      - CUTS THE PER-SUBSCRIBER FEEDS FROM THE MERGED STREAM
      *        (THE SLICES SUPPRESS THEM) AND APPENDS THE PATTTRL
      *        TRAILER-LOG RECORDS FOR RECONCILIATION
      *      - APPENDS EACH LEG'S DATED EXCEPTION LOG (PATERR01 UP)
      *        TO THE PERMANENT PATTERRH LOG
      *      - APPENDS EACH LEG'S TIMING LOG (PATTIM01 UP) TO THE
      *        PATTTIME LOG, THEN A JOB-END RECORD OF ITS OWN: A
      *        SLICED NIGHT IS NOT DONE UNTIL THE MERGE IS
      *      - COPIES EACH LEG'S QUARANTINE FILE (PATQAR01 UP) INTO
      *        ONE PATTQUAR FILE FOR THE NIGHT, SO PATTQREL REVIEWS
      *        THE WHOLE RUN'S QUARANTINED GROUPS IN ONE PLACE
      *      - APPENDS THE REQUESTS EACH LEG DEFERRED PAST THE BATCH
      *        WINDOW CUTOFF (PATDFR01 UP) TO PATTONCE AS ADD
      *        RECORDS FOR THE NEXT RUN DATE; THE LEGS CANNOT SHARE
      *        ONE APPEND TO THE MEMBER WHILE THEY RUN
      *    AN ABENDED LEG IS RESTARTED ON ITS OWN (ITS CHECKPOINT IS
      *    PER SLICE); THIS STEP ONLY RUNS ONCE EVERY LEG HAS ENDED
      *    CLEAN. CONDITION CODES: 00 MERGED AND IN BALANCE, 04
           SELECT SUB4-EXPORT-FILE ASSIGN TO "PATTSUB4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUB4-FILE-STATUS.
           SELECT ERR1-FILE ASSIGN TO "PATERR01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR1-FILE-STATUS.
           SELECT ERR2-FILE ASSIGN TO "PATERR02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR2-FILE-STATUS.
           SELECT ERR3-FILE ASSIGN TO "PATERR03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR3-FILE-STATUS.
           SELECT ERR4-FILE ASSIGN TO "PATERR04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERR4-FILE-STATUS.
           SELECT PATTERN-ERROR-LOG ASSIGN TO "PATTERRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT TIM1-FILE ASSIGN TO "PATTIM01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIM1-FILE-STATUS.
           SELECT TIM2-FILE ASSIGN TO "PATTIM02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIM2-FILE-STATUS.
           SELECT TIM3-FILE ASSIGN TO "PATTIM03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIM3-FILE-STATUS.
           SELECT TIM4-FILE ASSIGN TO "PATTIM04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIM4-FILE-STATUS.
           SELECT PATTERN-TIMING-LOG ASSIGN TO "PATTTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMING-LOG-STATUS.
           SELECT QAR1-FILE ASSIGN TO "PATQAR01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QAR1-FILE-STATUS.
           SELECT QAR2-FILE ASSIGN TO "PATQAR02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QAR2-FILE-STATUS.
           SELECT QAR3-FILE ASSIGN TO "PATQAR03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QAR3-FILE-STATUS.
           SELECT QAR4-FILE ASSIGN TO "PATQAR04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QAR4-FILE-STATUS.
           SELECT PATTERN-QUAR-FILE ASSIGN TO "PATTQUAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUAR-FILE-STATUS.
           SELECT DFR1-FILE ASSIGN TO "PATDFR01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DFR1-FILE-STATUS.
           SELECT DFR2-FILE ASSIGN TO "PATDFR02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DFR2-FILE-STATUS.
           SELECT DFR3-FILE ASSIGN TO "PATDFR03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DFR3-FILE-STATUS.
           SELECT DFR4-FILE ASSIGN TO "PATDFR04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DFR4-FILE-STATUS.
           SELECT PATTERN-ONCE-FILE ASSIGN TO "PATTONCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SUM1-FILE
           RECORDING MODE IS F.
       01  SUM1-RECORD                PIC X(160).

       FD  SUM2-FILE
           RECORDING MODE IS F.
       01  SUM2-RECORD                PIC X(160).

       FD  SUM3-FILE
           RECORDING MODE IS F.
       01  SUM3-RECORD                PIC X(160).

       FD  SUM4-FILE
           RECORDING MODE IS F.
       01  SUM4-RECORD                PIC X(160).

       FD  PATTERN-EXPORT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  SUB4-EXPORT-RECORD         PIC X(4000).

       FD  ERR1-FILE
           RECORDING MODE IS F.
       01  ERR1-RECORD                PIC X(132).

       FD  ERR2-FILE
           RECORDING MODE IS F.
       01  ERR2-RECORD                PIC X(132).

       FD  ERR3-FILE
           RECORDING MODE IS F.
       01  ERR3-RECORD                PIC X(132).

       FD  ERR4-FILE
           RECORDING MODE IS F.
       01  ERR4-RECORD                PIC X(132).

       FD  PATTERN-ERROR-LOG
           RECORDING MODE IS F.
       01  PATTERN-ERROR-LOG-RECORD   PIC X(132).

       FD  TIM1-FILE
           RECORDING MODE IS F.
       01  TIM1-RECORD                PIC X(80).

       FD  TIM2-FILE
           RECORDING MODE IS F.
       01  TIM2-RECORD                PIC X(80).

       FD  TIM3-FILE
           RECORDING MODE IS F.
       01  TIM3-RECORD                PIC X(80).

       FD  TIM4-FILE
           RECORDING MODE IS F.
       01  TIM4-RECORD                PIC X(80).

       FD  PATTERN-TIMING-LOG
           RECORDING MODE IS F.
       01  PATTERN-TIMING-RECORD      PIC X(80).

       FD  QAR1-FILE
           RECORDING MODE IS F.
       01  QAR1-RECORD                PIC X(4000).

       FD  QAR2-FILE
           RECORDING MODE IS F.
       01  QAR2-RECORD                PIC X(4000).

       FD  QAR3-FILE
           RECORDING MODE IS F.
       01  QAR3-RECORD                PIC X(4000).

       FD  QAR4-FILE
           RECORDING MODE IS F.
       01  QAR4-RECORD                PIC X(4000).

       FD  PATTERN-QUAR-FILE
           RECORDING MODE IS F.
       01  PATTERN-QUAR-RECORD        PIC X(4000).

       FD  DFR1-FILE
           RECORDING MODE IS F.
       01  DFR1-RECORD                PIC X(23).

       FD  DFR2-FILE
           RECORDING MODE IS F.
       01  DFR2-RECORD                PIC X(23).

       FD  DFR3-FILE
           RECORDING MODE IS F.
       01  DFR3-RECORD                PIC X(23).

       FD  DFR4-FILE
           RECORDING MODE IS F.
       01  DFR4-RECORD                PIC X(23).

       FD  PATTERN-ONCE-FILE
           RECORDING MODE IS F.
       01  PATTERN-ONCE-RECORD        PIC X(23).

       WORKING-STORAGE SECTION.
       01  SLICE1-FILE-STATUS      PIC XX      VALUE "00".
       01  SLICE2-FILE-STATUS      PIC XX      VALUE "00".
       01  SUB2-FILE-STATUS        PIC XX      VALUE "00".
       01  SUB3-FILE-STATUS        PIC XX      VALUE "00".
       01  SUB4-FILE-STATUS        PIC XX      VALUE "00".
       01  ERR1-FILE-STATUS        PIC XX      VALUE "00".
       01  ERR2-FILE-STATUS        PIC XX      VALUE "00".
       01  ERR3-FILE-STATUS        PIC XX      VALUE "00".
       01  ERR4-FILE-STATUS        PIC XX      VALUE "00".
       01  ERROR-LOG-STATUS        PIC XX      VALUE "00".
       01  ERR-FILE-STATUS         PIC XX      VALUE "00".
       01  ERR-EOF                 PIC X       VALUE "N".
           88  ERR-EOF-YES         VALUE "Y".
       01  ERR-RECORD              PIC X(132).
       01  ERR-COPIED              PIC 9(7)    VALUE ZERO.
       01  TIM1-FILE-STATUS        PIC XX      VALUE "00".
       01  TIM2-FILE-STATUS        PIC XX      VALUE "00".
       01  TIM3-FILE-STATUS        PIC XX      VALUE "00".
       01  TIM4-FILE-STATUS        PIC XX      VALUE "00".
       01  TIMING-LOG-STATUS       PIC XX      VALUE "00".
       01  TIM-FILE-STATUS         PIC XX      VALUE "00".
       01  TIM-EOF                 PIC X       VALUE "N".
           88  TIM-EOF-YES         VALUE "Y".
       01  TIM-RECORD              PIC X(80).
       01  TIM-COPIED              PIC 9(7)    VALUE ZERO.
       01  MERGE-START-STAMP       PIC X(16)   VALUE SPACES.
       01  QAR1-FILE-STATUS        PIC XX      VALUE "00".
       01  QAR2-FILE-STATUS        PIC XX      VALUE "00".
       01  QAR3-FILE-STATUS        PIC XX      VALUE "00".
       01  QAR4-FILE-STATUS        PIC XX      VALUE "00".
       01  QUAR-FILE-STATUS        PIC XX      VALUE "00".
       01  QAR-FILE-STATUS         PIC XX      VALUE "00".
       01  QAR-EOF                 PIC X       VALUE "N".
           88  QAR-EOF-YES         VALUE "Y".
       01  QUAR-OPEN               PIC X       VALUE "N".
           88  QUAR-OPEN-YES       VALUE "Y".
       01  QAR-RECORD              PIC X(4000).
       01  QAR-GROUPS-COPIED       PIC 9(7)    VALUE ZERO.
       01  DFR1-FILE-STATUS        PIC XX      VALUE "00".
       01  DFR2-FILE-STATUS        PIC XX      VALUE "00".
       01  DFR3-FILE-STATUS        PIC XX      VALUE "00".
       01  DFR4-FILE-STATUS        PIC XX      VALUE "00".
       01  ONCE-FILE-STATUS        PIC XX      VALUE "00".
       01  DFR-FILE-STATUS         PIC XX      VALUE "00".
       01  DFR-EOF                 PIC X       VALUE "N".
           88  DFR-EOF-YES         VALUE "Y".
       01  ONCE-OPEN               PIC X       VALUE "N".
           88  ONCE-OPEN-YES       VALUE "Y".
       01  ONCE-OPEN-FAILED        PIC X       VALUE "N".
           88  ONCE-OPEN-FAILED-YES VALUE "Y".
       01  DFR-RECORD              PIC X(23).
       01  DFR-RECORDS-COPIED      PIC 9(7)    VALUE ZERO.
       01  ONCE-EOF                PIC X       VALUE "N".
           88  ONCE-EOF-YES        VALUE "Y".
       01  ONCE-FULL               PIC X       VALUE "N".
           88  ONCE-FULL-YES       VALUE "Y".
       01  ONCE-RECORD-COUNT       PIC 9(7)    VALUE ZERO.
      *    A SLICE LOG THAT HAS BEEN FOLDED IS MARKED WITH A TRAILING
      *    FOLDED-MARKER RECORD, SO A RERUN OF THE MERGE AFTER AN 08
      *    COPIES ONLY WHAT CAME AFTER THE LAST MARKER. EACH COPY IS
      *    READ TWICE: A SCAN PASS FINDS THE LAST MARKER, THE COPY
      *    PASS WRITES THE RECORDS AFTER IT.
       01  FOLDED-MARKER           PIC X(23)
                                   VALUE "** FOLDED BY PATTMRG **".
       01  FOLD-PASS               PIC X       VALUE "S".
           88  FOLD-SCAN-PASS      VALUE "S".
           88  FOLD-COPY-PASS      VALUE "C".
       01  FOLD-LEAD               PIC X(23)   VALUE SPACES.
       01  FOLD-RECORD-NO          PIC 9(7)    VALUE ZERO.
       01  FOLD-MARK-AT            PIC 9(7)    VALUE ZERO.
       01  FOLD-RECORD-STATE       PIC X       VALUE SPACE.
           88  FOLD-RECORD-MARKER  VALUE "M".
           88  FOLD-RECORD-DONE    VALUE "D".
           88  FOLD-RECORD-NEW     VALUE "N".
       01  FOLD-SLICE-FOUND        PIC X       VALUE "N".
           88  FOLD-SLICE-FOUND-YES VALUE "Y".
       01  FOLD-MARK-STATUS        PIC XX      VALUE "00".
       01  DFR-ALREADY-QUEUED      PIC 9(7)    VALUE ZERO.
       01  FOLD-NEW-TABLE.
           05  FOLD-NEW            PIC 9(7)    OCCURS 4 TIMES.
      *    SAME LAYOUT AS THE PATTCBL TIMING-LINE.
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
       01  SLICE-FILE-STATUS       PIC XX      VALUE "00".
       01  SUB-FILE-STATUS         PIC XX      VALUE "00".
       01  SLICE-COUNT             PIC 9       VALUE ZERO.
           05  SUM-SEVERITY        PIC XX.
           05  FILLER              PIC X.
           05  SUM-SLICES          PIC X.
           05  FILLER              PIC X.
           05  SUM-QUAR-GROUPS     PIC X(7).
           05  FILLER              PIC X.
           05  SUM-QUAR-ROWS       PIC X(7).
           05  FILLER              PIC X.
           05  SUM-DEFERRED        PIC X(7).
       01  FOLD-RUN-DATE           PIC X(8)    VALUE SPACES.
       01  FOLD-SET-NAME           PIC X(8)    VALUE SPACES.
       01  FOLD-PARM-READ          PIC 9(7)    VALUE ZERO.
       01  FOLD-USAGE              PIC 9(7)    VALUE ZERO.
       01  FOLD-RPT-TRUNC          PIC 9(7)    VALUE ZERO.
       01  FOLD-EXP-TRUNC          PIC 9(7)    VALUE ZERO.
       01  FOLD-QUAR-GROUPS        PIC 9(7)    VALUE ZERO.
       01  FOLD-QUAR-ROWS          PIC 9(7)    VALUE ZERO.
       01  FOLD-DEFERRED           PIC 9(7)    VALUE ZERO.
       01  FOLD-SEVERITY           PIC 99      VALUE ZERO.
       01  FOLD-OUT-OF-BALANCE     PIC X       VALUE "N".
           88  FOLD-OUT-OF-BALANCE-YES VALUE "Y".
           05  HIST-BALANCE        PIC X.
           05  FILLER              PIC X       VALUE SPACE.
           05  HIST-SEVERITY       PIC 99.
           05  FILLER              PIC X       VALUE SPACE.
           05  HIST-DEFERRED       PIC 9(7).
           05  FILLER              PIC X(3)    VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:16) TO MERGE-START-STAMP
           PERFORM 110-OPEN-FILES
           PERFORM 120-LOAD-SUBSCRIBERS
           PERFORM 150-READ-SUMMARIES
           PERFORM 400-CHECK-SLICE-TRAILERS
           PERFORM 500-WRITE-MERGED-TRAILER
           PERFORM 520-SUB-WRITE-TRAILERS
           PERFORM 670-FOLD-QUARANTINE-FILES
           PERFORM 680-FOLD-DEFERRED-REQUESTS
           PERFORM 600-FOLD-CONTROL-TOTALS
           PERFORM 650-FOLD-EXCEPTION-LOGS
           PERFORM 700-WRITE-CONTROL-REPORT
           PERFORM 720-WRITE-CONTROL-HISTORY
           PERFORM 130-CLOSE-FILES
           PERFORM 660-FOLD-TIMING-LOGS
           EVALUATE TRUE
               WHEN FOLD-INCOMPLETE-YES
                 OR FOLD-OUT-OF-BALANCE-YES
                   + FUNCTION NUMVAL(SUM-RPT-TRUNC)
               COMPUTE FOLD-EXP-TRUNC = FOLD-EXP-TRUNC
                   + FUNCTION NUMVAL(SUM-EXP-TRUNC)
      *    A LEG RUN WITHOUT CONTENT RULES QUARANTINES NOTHING.
               IF SUM-QUAR-GROUPS IS NUMERIC
                 AND SUM-QUAR-ROWS IS NUMERIC
                   COMPUTE FOLD-QUAR-GROUPS = FOLD-QUAR-GROUPS
                       + FUNCTION NUMVAL(SUM-QUAR-GROUPS)
                   COMPUTE FOLD-QUAR-ROWS = FOLD-QUAR-ROWS
                       + FUNCTION NUMVAL(SUM-QUAR-ROWS)
               END-IF
      *    NOR DOES ONE RUN WITHOUT A BATCH WINDOW CUTOFF DEFER ANY.
               IF SUM-DEFERRED IS NUMERIC
                   COMPUTE FOLD-DEFERRED = FOLD-DEFERRED
                       + FUNCTION NUMVAL(SUM-DEFERRED)
               END-IF
               IF SUM-BALANCE = "O"
                   SET FOLD-OUT-OF-BALANCE-YES TO TRUE
               END-IF
      *    THE SAME CROSS-FOOTS 125-WRITE-CONTROL-TOTALS APPLIES TO
      *    A SINGLE RUN, APPLIED TO THE FOLDED COUNTS, PLUS TWO
      *    MERGE-LEVEL CHECKS: THE FOLDED EXPORT ROW AND HEADER
      *    COUNTS MUST MATCH WHAT WAS PHYSICALLY MERGED. GROUPS A LEG
      *    HELD BACK IN QUARANTINE WERE REPORTED BUT NEVER REACHED
      *    ITS EXPORT, AND EVERY ONE MUST HAVE REACHED PATTQUAR.
      *    EVERY DEFERRED REQUEST MUST HAVE REACHED PATTONCE, ON
      *    THIS RUN OR ON AN EARLIER RUN OF THE MERGE THAT MARKED THE
      *    SLICE FILE FOLDED; A LEG RESTARTED AFTER DEFERRING CAN
      *    LEAVE MORE RECORDS ON ITS FILE THAN ITS RERUN COUNTED,
      *    NEVER FEWER.
           IF FOLD-PARM-READ NOT =
                 FOLD-SKIPPED + FOLD-DISPATCHED + FOLD-HELD
                 + FOLD-DEFERRED
               SET FOLD-OUT-OF-BALANCE-YES TO TRUE
           END-IF
           IF FOLD-DISPATCHED NOT = FOLD-HEADERS + FOLD-REJECTED
           IF FOLD-HEADERS NOT = FOLD-USAGE
               SET FOLD-OUT-OF-BALANCE-YES TO TRUE
           END-IF
           IF FOLD-REPORT-ROWS NOT = FOLD-EXPORT-ROWS + FOLD-QUAR-ROWS
               SET FOLD-OUT-OF-BALANCE-YES TO TRUE
           END-IF
           IF FOLD-EXPORT-ROWS NOT = MERGE-DT-COUNT
               SET FOLD-OUT-OF-BALANCE-YES TO TRUE
           END-IF
           IF FOLD-HEADERS NOT = MERGE-GH-COUNT + FOLD-QUAR-GROUPS
               SET FOLD-OUT-OF-BALANCE-YES TO TRUE
           END-IF
           IF QAR-GROUPS-COPIED NOT = FOLD-QUAR-GROUPS
               SET FOLD-OUT-OF-BALANCE-YES TO TRUE
           END-IF
           IF DFR-RECORDS-COPIED < FOLD-DEFERRED
               SET FOLD-OUT-OF-BALANCE-YES TO TRUE
           END-IF
           IF FOLD-OUT-OF-BALANCE-YES
                   "SEE PATTCTL"
           END-IF.

       650-FOLD-EXCEPTION-LOGS.
      *    EACH LEG APPENDS ITS EXCEPTIONS TO ITS OWN SLICE LOG (THE
      *    LEGS RUN IN PARALLEL AND CANNOT SHARE ONE APPEND); THEY ARE
      *    COPIED HERE, SLICE BY SLICE, ONTO THE PERMANENT PATTERRH
      *    LOG THE PATTINQ INQUIRY READS. A LEG WITH NO LOG DD SIMPLY
      *    HAD NOTHING TO FOLD. ONCE PATTERRH IS CLOSED EACH SLICE
      *    LOG IS MARKED FOLDED, SO A RERUN DOES NOT LOG THE SAME
      *    EXCEPTIONS TWICE.
           MOVE ZEROS TO FOLD-NEW-TABLE
           OPEN EXTEND PATTERN-ERROR-LOG
           IF ERROR-LOG-STATUS NOT = "00"
               OPEN OUTPUT PATTERN-ERROR-LOG
           END-IF
           IF ERROR-LOG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTERRH, FILE STATUS "
                   ERROR-LOG-STATUS
               IF FOLD-SEVERITY < 4
                   MOVE 4 TO FOLD-SEVERITY
               END-IF
           ELSE
               PERFORM VARYING SLICE-IX FROM 1 BY 1
                 UNTIL SLICE-IX > SLICE-COUNT
                   PERFORM 655-COPY-SLICE-EXCEPTIONS
               END-PERFORM
               CLOSE PATTERN-ERROR-LOG
               DISPLAY "EXCEPTIONS FOLDED INTO PATTERRH: " ERR-COPIED
               PERFORM VARYING SLICE-IX FROM 1 BY 1
                 UNTIL SLICE-IX > SLICE-COUNT
                   IF FOLD-NEW(SLICE-IX) > ZERO
                       PERFORM 657-MARK-SLICE-EXCEPTIONS
                   END-IF
               END-PERFORM
           END-IF.

       655-COPY-SLICE-EXCEPTIONS.
           MOVE ZERO TO FOLD-MARK-AT
           SET FOLD-SCAN-PASS TO TRUE
           PERFORM 656-READ-SLICE-EXCEPTIONS
           IF FOLD-SLICE-FOUND-YES
               SET FOLD-COPY-PASS TO TRUE
               PERFORM 656-READ-SLICE-EXCEPTIONS
           END-IF.

       656-READ-SLICE-EXCEPTIONS.
           MOVE "N" TO ERR-EOF
           MOVE "N" TO FOLD-SLICE-FOUND
           MOVE ZERO TO FOLD-RECORD-NO
           EVALUATE SLICE-IX
               WHEN 1
                   OPEN INPUT ERR1-FILE
                   MOVE ERR1-FILE-STATUS TO ERR-FILE-STATUS
               WHEN 2
                   OPEN INPUT ERR2-FILE
                   MOVE ERR2-FILE-STATUS TO ERR-FILE-STATUS
               WHEN 3
                   OPEN INPUT ERR3-FILE
                   MOVE ERR3-FILE-STATUS TO ERR-FILE-STATUS
               WHEN 4
                   OPEN INPUT ERR4-FILE
                   MOVE ERR4-FILE-STATUS TO ERR-FILE-STATUS
           END-EVALUATE
           IF ERR-FILE-STATUS = "00"
               SET FOLD-SLICE-FOUND-YES TO TRUE
               PERFORM UNTIL ERR-EOF-YES
                   EVALUATE SLICE-IX
                       WHEN 1
                           READ ERR1-FILE INTO ERR-RECORD
                               AT END SET ERR-EOF-YES TO TRUE
                           END-READ
                       WHEN 2
                           READ ERR2-FILE INTO ERR-RECORD
                               AT END SET ERR-EOF-YES TO TRUE
                           END-READ
                       WHEN 3
                           READ ERR3-FILE INTO ERR-RECORD
                               AT END SET ERR-EOF-YES TO TRUE
                           END-READ
                       WHEN 4
                           READ ERR4-FILE INTO ERR-RECORD
                               AT END SET ERR-EOF-YES TO TRUE
                           END-READ
                   END-EVALUATE
                   IF NOT ERR-EOF-YES
                       MOVE ERR-RECORD TO FOLD-LEAD
                       PERFORM 690-CLASSIFY-SLICE-RECORD
                       IF FOLD-COPY-PASS AND FOLD-RECORD-NEW
                           MOVE ERR-RECORD TO PATTERN-ERROR-LOG-RECORD
                           WRITE PATTERN-ERROR-LOG-RECORD
                           ADD 1 TO ERR-COPIED
                           ADD 1 TO FOLD-NEW(SLICE-IX)
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE SLICE-IX
                   WHEN 1
                       CLOSE ERR1-FILE
                   WHEN 2
                       CLOSE ERR2-FILE
                   WHEN 3
                       CLOSE ERR3-FILE
                   WHEN 4
                       CLOSE ERR4-FILE
               END-EVALUATE
           END-IF.

       657-MARK-SLICE-EXCEPTIONS.
           EVALUATE SLICE-IX
               WHEN 1
                   OPEN EXTEND ERR1-FILE
                   MOVE ERR1-FILE-STATUS TO FOLD-MARK-STATUS
                   IF FOLD-MARK-STATUS = "00"
                       MOVE FOLDED-MARKER TO ERR1-RECORD
                       WRITE ERR1-RECORD
                       CLOSE ERR1-FILE
                   END-IF
               WHEN 2
                   OPEN EXTEND ERR2-FILE
                   MOVE ERR2-FILE-STATUS TO FOLD-MARK-STATUS
                   IF FOLD-MARK-STATUS = "00"
                       MOVE FOLDED-MARKER TO ERR2-RECORD
                       WRITE ERR2-RECORD
                       CLOSE ERR2-FILE
                   END-IF
               WHEN 3
                   OPEN EXTEND ERR3-FILE
                   MOVE ERR3-FILE-STATUS TO FOLD-MARK-STATUS
                   IF FOLD-MARK-STATUS = "00"
                       MOVE FOLDED-MARKER TO ERR3-RECORD
                       WRITE ERR3-RECORD
                       CLOSE ERR3-FILE
                   END-IF
               WHEN 4
                   OPEN EXTEND ERR4-FILE
                   MOVE ERR4-FILE-STATUS TO FOLD-MARK-STATUS
                   IF FOLD-MARK-STATUS = "00"
                       MOVE FOLDED-MARKER TO ERR4-RECORD
                       WRITE ERR4-RECORD
                       CLOSE ERR4-FILE
                   END-IF
           END-EVALUATE
           PERFORM 695-CHECK-SLICE-MARK.

       660-FOLD-TIMING-LOGS.
      *    THE LEGS' TIMING RECORDS ARE COPIED AS THEY STAND; THE
      *    MERGE THEN LOGS ITS OWN JOB-END (SLICE 0) SO THE WINDOW
      *    REPORT SEES THE NIGHT END WHEN THE MERGED FEEDS ARE CUT.
      *    A RERUN THAT FINDS EVERY SLICE LOG ALREADY FOLDED COPIES
      *    NOTHING AND WRITES NO SECOND JOB-END, WHICH WOULD COUNT
      *    AS ANOTHER NIGHT ENDING IN THE WINDOW REPORT.
      *    TIMING IS MEASUREMENT ONLY AND NEVER RAISES THE CODE.
           MOVE ZEROS TO FOLD-NEW-TABLE
           OPEN EXTEND PATTERN-TIMING-LOG
           IF TIMING-LOG-STATUS NOT = "00"
               OPEN OUTPUT PATTERN-TIMING-LOG
           END-IF
           IF TIMING-LOG-STATUS NOT = "00"
               DISPLAY "PATTTIME UNAVAILABLE, FILE STATUS "
                   TIMING-LOG-STATUS ", MERGE NOT TIMED"
           ELSE
               PERFORM VARYING SLICE-IX FROM 1 BY 1
                 UNTIL SLICE-IX > SLICE-COUNT
                   PERFORM 665-COPY-SLICE-TIMING
               END-PERFORM
               IF TIM-COPIED > ZERO
                   MOVE FOLD-RUN-DATE TO TIM-RUN-DATE
                   MOVE FOLD-SET-NAME TO TIM-SET-NAME
                   MOVE ZERO TO TIM-SLICE
                   MOVE "E" TO TIM-TYPE
                   MOVE ZERO TO TIM-PATTERN
                   MOVE ZERO TO TIM-SIZE
                   MOVE SPACE TO TIM-FILL
                   MOVE MERGE-START-STAMP TO TIM-START
                   MOVE FUNCTION CURRENT-DATE(1:16) TO TIM-END
                   MOVE FOLD-EXPORT-ROWS TO TIM-ROWS
                   MOVE TIMING-LINE TO PATTERN-TIMING-RECORD
                   WRITE PATTERN-TIMING-RECORD
               END-IF
               CLOSE PATTERN-TIMING-LOG
               DISPLAY "TIMING RECORDS FOLDED INTO PATTTIME: "
                   TIM-COPIED
               PERFORM VARYING SLICE-IX FROM 1 BY 1
                 UNTIL SLICE-IX > SLICE-COUNT
                   IF FOLD-NEW(SLICE-IX) > ZERO
                       PERFORM 667-MARK-SLICE-TIMING
                   END-IF
               END-PERFORM
           END-IF.

       665-COPY-SLICE-TIMING.
           MOVE ZERO TO FOLD-MARK-AT
           SET FOLD-SCAN-PASS TO TRUE
           PERFORM 666-READ-SLICE-TIMING
           IF FOLD-SLICE-FOUND-YES
               SET FOLD-COPY-PASS TO TRUE
               PERFORM 666-READ-SLICE-TIMING
           END-IF.

       666-READ-SLICE-TIMING.
           MOVE "N" TO TIM-EOF
           MOVE "N" TO FOLD-SLICE-FOUND
           MOVE ZERO TO FOLD-RECORD-NO
           EVALUATE SLICE-IX
               WHEN 1
                   OPEN INPUT TIM1-FILE
                   MOVE TIM1-FILE-STATUS TO TIM-FILE-STATUS
               WHEN 2
                   OPEN INPUT TIM2-FILE
                   MOVE TIM2-FILE-STATUS TO TIM-FILE-STATUS
               WHEN 3
                   OPEN INPUT TIM3-FILE
                   MOVE TIM3-FILE-STATUS TO TIM-FILE-STATUS
               WHEN 4
                   OPEN INPUT TIM4-FILE
                   MOVE TIM4-FILE-STATUS TO TIM-FILE-STATUS
           END-EVALUATE
           IF TIM-FILE-STATUS = "00"
               SET FOLD-SLICE-FOUND-YES TO TRUE
               PERFORM UNTIL TIM-EOF-YES
                   EVALUATE SLICE-IX
                       WHEN 1
                           READ TIM1-FILE INTO TIM-RECORD
                               AT END SET TIM-EOF-YES TO TRUE
                           END-READ
                       WHEN 2
                           READ TIM2-FILE INTO TIM-RECORD
                               AT END SET TIM-EOF-YES TO TRUE
                           END-READ
                       WHEN 3
                           READ TIM3-FILE INTO TIM-RECORD
                               AT END SET TIM-EOF-YES TO TRUE
                           END-READ
                       WHEN 4
                           READ TIM4-FILE INTO TIM-RECORD
                               AT END SET TIM-EOF-YES TO TRUE
                           END-READ
                   END-EVALUATE
                   IF NOT TIM-EOF-YES
                       MOVE TIM-RECORD TO FOLD-LEAD
                       PERFORM 690-CLASSIFY-SLICE-RECORD
                       IF FOLD-COPY-PASS AND FOLD-RECORD-NEW
                           MOVE TIM-RECORD TO PATTERN-TIMING-RECORD
                           WRITE PATTERN-TIMING-RECORD
                           ADD 1 TO TIM-COPIED
                           ADD 1 TO FOLD-NEW(SLICE-IX)
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE SLICE-IX
                   WHEN 1
                       CLOSE TIM1-FILE
                   WHEN 2
                       CLOSE TIM2-FILE
                   WHEN 3
                       CLOSE TIM3-FILE
                   WHEN 4
                       CLOSE TIM4-FILE
               END-EVALUATE
           END-IF.

       667-MARK-SLICE-TIMING.
           EVALUATE SLICE-IX
               WHEN 1
                   OPEN EXTEND TIM1-FILE
                   MOVE TIM1-FILE-STATUS TO FOLD-MARK-STATUS
                   IF FOLD-MARK-STATUS = "00"
                       MOVE FOLDED-MARKER TO TIM1-RECORD
                       WRITE TIM1-RECORD
                       CLOSE TIM1-FILE
                   END-IF
               WHEN 2
                   OPEN EXTEND TIM2-FILE
                   MOVE TIM2-FILE-STATUS TO FOLD-MARK-STATUS
                   IF FOLD-MARK-STATUS = "00"
                       MOVE FOLDED-MARKER TO TIM2-RECORD
                       WRITE TIM2-RECORD
                       CLOSE TIM2-FILE
                   END-IF
               WHEN 3
                   OPEN EXTEND TIM3-FILE
                   MOVE TIM3-FILE-STATUS TO FOLD-MARK-STATUS
                   IF FOLD-MARK-STATUS = "00"
                       MOVE FOLDED-MARKER TO TIM3-RECORD
                       WRITE TIM3-RECORD
                       CLOSE TIM3-FILE
                   END-IF
               WHEN 4
                   OPEN EXTEND TIM4-FILE
                   MOVE TIM4-FILE-STATUS TO FOLD-MARK-STATUS
                   IF FOLD-MARK-STATUS = "00"
                       MOVE FOLDED-MARKER TO TIM4-RECORD
                       WRITE TIM4-RECORD
                       CLOSE TIM4-FILE
                   END-IF
           END-EVALUATE
           PERFORM 695-CHECK-SLICE-MARK.

       670-FOLD-QUARANTINE-FILES.
      *    EACH LEG WRITES ITS QUARANTINED GROUPS TO ITS OWN SLICE
      *    FILE; THEY ARE COPIED HERE, SLICE BY SLICE, INTO THE ONE
      *    PATTQUAR FILE FOR THE NIGHT. EVERY QH RECORD CARRIES ITS
      *    SLICE NUMBER, SO A GROUP STAYS IDENTIFIABLE. THE OUTPUT IS
      *    ONLY CREATED WHEN A LEG HAS A FILE TO FOLD. THE QH COUNT
      *    COPIED IS CROSS-FOOTED AGAINST THE LEGS' OWN TOTALS.
           PERFORM VARYING SLICE-IX FROM 1 BY 1
             UNTIL SLICE-IX > SLICE-COUNT
               PERFORM 675-COPY-SLICE-QUARANTINE
           END-PERFORM
           IF QUAR-OPEN-YES
               CLOSE PATTERN-QUAR-FILE
               DISPLAY "QUARANTINED GROUPS FOLDED INTO PATTQUAR: "
                   QAR-GROUPS-COPIED
           END-IF.

       675-COPY-SLICE-QUARANTINE.
           MOVE "N" TO QAR-EOF
           EVALUATE SLICE-IX
               WHEN 1
                   OPEN INPUT QAR1-FILE
                   MOVE QAR1-FILE-STATUS TO QAR-FILE-STATUS
               WHEN 2
                   OPEN INPUT QAR2-FILE
                   MOVE QAR2-FILE-STATUS TO QAR-FILE-STATUS
               WHEN 3
                   OPEN INPUT QAR3-FILE
                   MOVE QAR3-FILE-STATUS TO QAR-FILE-STATUS
               WHEN 4
                   OPEN INPUT QAR4-FILE
                   MOVE QAR4-FILE-STATUS TO QAR-FILE-STATUS
           END-EVALUATE
           IF QAR-FILE-STATUS = "00"
               IF NOT QUAR-OPEN-YES
                   OPEN OUTPUT PATTERN-QUAR-FILE
                   IF QUAR-FILE-STATUS = "00"
                       SET QUAR-OPEN-YES TO TRUE
                   ELSE
                       DISPLAY "UNABLE TO OPEN PATTQUAR, FILE STATUS "
                           QUAR-FILE-STATUS
                       MOVE 8 TO FOLD-SEVERITY
                   END-IF
               END-IF
               PERFORM UNTIL QAR-EOF-YES OR NOT QUAR-OPEN-YES
                   EVALUATE SLICE-IX
                       WHEN 1
                           READ QAR1-FILE INTO QAR-RECORD
                               AT END SET QAR-EOF-YES TO TRUE
                           END-READ
                       WHEN 2
                           READ QAR2-FILE INTO QAR-RECORD
                               AT END SET QAR-EOF-YES TO TRUE
                           END-READ
                       WHEN 3
                           READ QAR3-FILE INTO QAR-RECORD
                               AT END SET QAR-EOF-YES TO TRUE
                           END-READ
                       WHEN 4
                           READ QAR4-FILE INTO QAR-RECORD
                               AT END SET QAR-EOF-YES TO TRUE
                           END-READ
                   END-EVALUATE
                   IF NOT QAR-EOF-YES
                       MOVE QAR-RECORD TO PATTERN-QUAR-RECORD
                       WRITE PATTERN-QUAR-RECORD
                       IF QAR-RECORD(1:2) = "QH"
                           ADD 1 TO QAR-GROUPS-COPIED
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE SLICE-IX
                   WHEN 1
                       CLOSE QAR1-FILE
                   WHEN 2
                       CLOSE QAR2-FILE
                   WHEN 3
                       CLOSE QAR3-FILE
                   WHEN 4
                       CLOSE QAR4-FILE
               END-EVALUATE
           END-IF.

       680-FOLD-DEFERRED-REQUESTS.
      *    EACH LEG QUEUES THE REQUESTS IT DEFERRED PAST THE CUTOFF
      *    IN ITS OWN SLICE FILE, ALREADY IN PATTONCE ADD FORMAT;
      *    THEY ARE APPENDED HERE, SLICE BY SLICE, TO THE MEMBER.
      *    IF PATTONCE CANNOT BE OPENED THE RECORDS ARE LISTED ON
      *    SYSOUT, LEFT UNMARKED FOR A RERUN TO QUEUE, AND THE MERGE
      *    ENDS 08 -- A DEFERRED REQUEST MUST NOT SIMPLY VANISH.
      *    ANY RECORD THAT WOULD LAND PAST THE 100TH IN THE MEMBER
      *    IS LISTED TO QUEUE BY HAND INSTEAD: PATTCBL NEVER LOADS
      *    IT, SO APPENDING IT WOULD LOSE IT AS SURELY AS NOT
      *    WRITING IT AT ALL. ONCE PATTONCE IS CLOSED, A SLICE FILE
      *    WHOSE RECORDS WERE ALL QUEUED OR LISTED IS MARKED FOLDED;
      *    A RERUN COUNTS THE RECORDS BEFORE THE MARKER AS ALREADY
      *    QUEUED, SO IT STILL BALANCES AND QUEUES NOTHING TWICE.
           MOVE ZEROS TO FOLD-NEW-TABLE
           PERFORM VARYING SLICE-IX FROM 1 BY 1
             UNTIL SLICE-IX > SLICE-COUNT
               PERFORM 685-COPY-SLICE-DEFERRED
           END-PERFORM
           IF ONCE-OPEN-YES
               CLOSE PATTERN-ONCE-FILE
           END-IF
           IF DFR-ALREADY-QUEUED > ZERO
               DISPLAY "DEFERRED REQUESTS QUEUED BY AN EARLIER MERGE: "
                   DFR-ALREADY-QUEUED
           END-IF
           IF ONCE-OPEN-YES
               DISPLAY "DEFERRED REQUESTS QUEUED IN PATTONCE: "
                   DFR-RECORDS-COPIED
               PERFORM VARYING SLICE-IX FROM 1 BY 1
                 UNTIL SLICE-IX > SLICE-COUNT
                   IF FOLD-NEW(SLICE-IX) > ZERO
                       PERFORM 687-MARK-SLICE-DEFERRED
                   END-IF
               END-PERFORM
           END-IF.

       682-COUNT-ONCE-RECORDS.
           MOVE ZERO TO ONCE-RECORD-COUNT
           MOVE "N" TO ONCE-EOF
           OPEN INPUT PATTERN-ONCE-FILE
           IF ONCE-FILE-STATUS = "00"
               PERFORM UNTIL ONCE-EOF-YES
                   READ PATTERN-ONCE-FILE
                       AT END
                           SET ONCE-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO ONCE-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE PATTERN-ONCE-FILE
           END-IF.

       683-OPEN-ONCE-FILE.
      *    OPENED ONLY WHEN A SLICE HAS A RECORD STILL TO QUEUE, SO
      *    A RERUN WITH EVERYTHING ALREADY QUEUED LEAVES IT ALONE.
           PERFORM 682-COUNT-ONCE-RECORDS
      *    ONLY A MEMBER THAT DOES NOT EXIST YET MAY BE CREATED; ANY
      *    OTHER FAILURE MUST NOT OPEN OUTPUT OVER THE PENDING ADDS
      *    AND HOLDS ALREADY QUEUED THERE.
           OPEN EXTEND PATTERN-ONCE-FILE
           IF ONCE-FILE-STATUS = "35"
               OPEN OUTPUT PATTERN-ONCE-FILE
           END-IF
           IF ONCE-FILE-STATUS = "00"
               SET ONCE-OPEN-YES TO TRUE
           ELSE
               SET ONCE-OPEN-FAILED-YES TO TRUE
               DISPLAY "UNABLE TO OPEN PATTONCE, FILE STATUS "
                   ONCE-FILE-STATUS
               DISPLAY "DEFERRED REQUESTS NOT QUEUED, RERUN THE "
                   "MERGE ONCE PATTONCE IS AVAILABLE:"
               MOVE 8 TO FOLD-SEVERITY
           END-IF.

       685-COPY-SLICE-DEFERRED.
           MOVE ZERO TO FOLD-MARK-AT
           SET FOLD-SCAN-PASS TO TRUE
           PERFORM 686-READ-SLICE-DEFERRED
           IF FOLD-SLICE-FOUND-YES
               SET FOLD-COPY-PASS TO TRUE
               PERFORM 686-READ-SLICE-DEFERRED
           END-IF.

       686-READ-SLICE-DEFERRED.
           MOVE "N" TO DFR-EOF
           MOVE "N" TO FOLD-SLICE-FOUND
           MOVE ZERO TO FOLD-RECORD-NO
           EVALUATE SLICE-IX
               WHEN 1
                   OPEN INPUT DFR1-FILE
                   MOVE DFR1-FILE-STATUS TO DFR-FILE-STATUS
               WHEN 2
                   OPEN INPUT DFR2-FILE
                   MOVE DFR2-FILE-STATUS TO DFR-FILE-STATUS
               WHEN 3
                   OPEN INPUT DFR3-FILE
                   MOVE DFR3-FILE-STATUS TO DFR-FILE-STATUS
               WHEN 4
                   OPEN INPUT DFR4-FILE
                   MOVE DFR4-FILE-STATUS TO DFR-FILE-STATUS
           END-EVALUATE
           IF DFR-FILE-STATUS = "00"
               SET FOLD-SLICE-FOUND-YES TO TRUE
               PERFORM UNTIL DFR-EOF-YES
                   EVALUATE SLICE-IX
                       WHEN 1
                           READ DFR1-FILE INTO DFR-RECORD
                               AT END SET DFR-EOF-YES TO TRUE
                           END-READ
                       WHEN 2
                           READ DFR2-FILE INTO DFR-RECORD
                               AT END SET DFR-EOF-YES TO TRUE
                           END-READ
                       WHEN 3
                           READ DFR3-FILE INTO DFR-RECORD
                               AT END SET DFR-EOF-YES TO TRUE
                           END-READ
                       WHEN 4
                           READ DFR4-FILE INTO DFR-RECORD
                               AT END SET DFR-EOF-YES TO TRUE
                           END-READ
                   END-EVALUATE
                   IF NOT DFR-EOF-YES
                       MOVE DFR-RECORD TO FOLD-LEAD
                       PERFORM 690-CLASSIFY-SLICE-RECORD
                       IF FOLD-COPY-PASS
                           EVALUATE TRUE
                               WHEN FOLD-RECORD-DONE
                                   ADD 1 TO DFR-RECORDS-COPIED
                                   ADD 1 TO DFR-ALREADY-QUEUED
                               WHEN FOLD-RECORD-NEW
                                   PERFORM 688-QUEUE-DEFERRED-RECORD
                           END-EVALUATE
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE SLICE-IX
                   WHEN 1
                       CLOSE DFR1-FILE
                   WHEN 2
                       CLOSE DFR2-FILE
                   WHEN 3
                       CLOSE DFR3-FILE
                   WHEN 4
                       CLOSE DFR4-FILE
               END-EVALUATE
           END-IF.

       687-MARK-SLICE-DEFERRED.
           EVALUATE SLICE-IX
               WHEN 1
                   OPEN EXTEND DFR1-FILE
                   MOVE DFR1-FILE-STATUS TO FOLD-MARK-STATUS
                   IF FOLD-MARK-STATUS = "00"
                       MOVE FOLDED-MARKER TO DFR1-RECORD
                       WRITE DFR1-RECORD
                       CLOSE DFR1-FILE
                   END-IF
               WHEN 2
                   OPEN EXTEND DFR2-FILE
                   MOVE DFR2-FILE-STATUS TO FOLD-MARK-STATUS
                   IF FOLD-MARK-STATUS = "00"
                       MOVE FOLDED-MARKER TO DFR2-RECORD
                       WRITE DFR2-RECORD
                       CLOSE DFR2-FILE
                   END-IF
               WHEN 3
                   OPEN EXTEND DFR3-FILE
                   MOVE DFR3-FILE-STATUS TO FOLD-MARK-STATUS
                   IF FOLD-MARK-STATUS = "00"
                       MOVE FOLDED-MARKER TO DFR3-RECORD
                       WRITE DFR3-RECORD
                       CLOSE DFR3-FILE
                   END-IF
               WHEN 4
                   OPEN EXTEND DFR4-FILE
                   MOVE DFR4-FILE-STATUS TO FOLD-MARK-STATUS
                   IF FOLD-MARK-STATUS = "00"
                       MOVE FOLDED-MARKER TO DFR4-RECORD
                       WRITE DFR4-RECORD
                       CLOSE DFR4-FILE
                   END-IF
           END-EVALUATE
           PERFORM 695-CHECK-SLICE-MARK.

       688-QUEUE-DEFERRED-RECORD.
           IF NOT ONCE-OPEN-YES AND NOT ONCE-OPEN-FAILED-YES
               PERFORM 683-OPEN-ONCE-FILE
           END-IF
           EVALUATE TRUE
               WHEN ONCE-OPEN-FAILED-YES
                   DISPLAY "  " DFR-RECORD
               WHEN ONCE-RECORD-COUNT < 100
                   MOVE DFR-RECORD TO PATTERN-ONCE-RECORD
                   WRITE PATTERN-ONCE-RECORD
                   ADD 1 TO ONCE-RECORD-COUNT
                   ADD 1 TO DFR-RECORDS-COPIED
                   ADD 1 TO FOLD-NEW(SLICE-IX)
               WHEN OTHER
                   IF NOT ONCE-FULL-YES
                       SET ONCE-FULL-YES TO TRUE
                       DISPLAY "PATTONCE HOLDS 100 RECORDS, "
                           "THE MOST A RUN LOADS"
                       DISPLAY "QUEUE BY HAND:"
                       MOVE 8 TO FOLD-SEVERITY
                   END-IF
                   DISPLAY "  " DFR-RECORD
                   ADD 1 TO FOLD-NEW(SLICE-IX)
           END-EVALUATE.

       690-CLASSIFY-SLICE-RECORD.
      *    THE SCAN PASS ONLY NOTES WHERE THE LAST MARKER IS; ON THE
      *    COPY PASS A RECORD BEFORE IT WAS FOLDED BY AN EARLIER RUN
      *    AND A RECORD AFTER IT IS NEW.
           ADD 1 TO FOLD-RECORD-NO
           EVALUATE TRUE
               WHEN FOLD-LEAD = FOLDED-MARKER
                   SET FOLD-RECORD-MARKER TO TRUE
                   IF FOLD-SCAN-PASS
                       MOVE FOLD-RECORD-NO TO FOLD-MARK-AT
                   END-IF
               WHEN FOLD-RECORD-NO < FOLD-MARK-AT
                   SET FOLD-RECORD-DONE TO TRUE
               WHEN OTHER
                   SET FOLD-RECORD-NEW TO TRUE
           END-EVALUATE.

       695-CHECK-SLICE-MARK.
      *    AN UNMARKED SLICE LOG WOULD BE FOLDED AGAIN BY A RERUN.
           IF FOLD-MARK-STATUS NOT = "00"
               DISPLAY "SLICE " SLICE-IX " LOG NOT MARKED FOLDED, "
                   "FILE STATUS " FOLD-MARK-STATUS
                   ", DO NOT RERUN THE MERGE WITHOUT CLEARING IT"
               IF FOLD-SEVERITY < 4
                   MOVE 4 TO FOLD-SEVERITY
               END-IF
           END-IF.

       700-WRITE-CONTROL-REPORT.
           OPEN OUTPUT PATTERN-CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
                 TO CTL-DETAIL-TEXT
               MOVE FOLD-HELD TO CTL-DETAIL-COUNT
               PERFORM 710-WRITE-CONTROL-DETAIL
               MOVE "  DEFERRED PAST CUTOFF TO PATTONCE.."
                 TO CTL-DETAIL-TEXT
               MOVE FOLD-DEFERRED TO CTL-DETAIL-COUNT
               PERFORM 710-WRITE-CONTROL-DETAIL
               MOVE "DEFERRED REQUESTS QUEUED IN PATTONCE"
                 TO CTL-DETAIL-TEXT
               MOVE DFR-RECORDS-COPIED TO CTL-DETAIL-COUNT
               PERFORM 710-WRITE-CONTROL-DETAIL
               MOVE "PATTONCE ADD REQUESTS APPLIED......."
                 TO CTL-DETAIL-TEXT
               MOVE FOLD-ADDS TO CTL-DETAIL-COUNT
                 TO CTL-DETAIL-TEXT
               MOVE MERGE-DT-COUNT TO CTL-DETAIL-COUNT
               PERFORM 710-WRITE-CONTROL-DETAIL
               MOVE "EXPORT ROWS QUARANTINED............."
                 TO CTL-DETAIL-TEXT
               MOVE FOLD-QUAR-ROWS TO CTL-DETAIL-COUNT
               PERFORM 710-WRITE-CONTROL-DETAIL
               MOVE "  IN GROUPS HELD IN PATTQUAR........"
                 TO CTL-DETAIL-TEXT
               MOVE FOLD-QUAR-GROUPS TO CTL-DETAIL-COUNT
               PERFORM 710-WRITE-CONTROL-DETAIL
               MOVE "USAGE LOG ENTRIES WRITTEN..........."
                 TO CTL-DETAIL-TEXT
               MOVE FOLD-USAGE TO CTL-DETAIL-COUNT
                   MOVE "B" TO HIST-BALANCE
               END-IF
               MOVE FOLD-SEVERITY TO HIST-SEVERITY
               MOVE FOLD-DEFERRED TO HIST-DEFERRED
               MOVE SPACES TO PATTERN-HISTORY-RECORD
               MOVE HISTORY-LINE TO PATTERN-HISTORY-RECORD
               WRITE PATTERN-HISTORY-RECORD
