       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATTQREL.
      ******************************
      *AUTHOR:     JACKIE MARCANO  *
      ******************************
      *    QUARANTINE REVIEW AND RELEASE. A NIGHTLY RUN HOLDS BACK
      *    EVERY GROUP THAT BREAKS ONE OF ITS PATTRULE CONTENT RULES
      *    AND WRITES IT TO THE PATTQUAR FILE: A QH RECORD (GH KEY,
      *    RUN DATE, SET, SLICE AND REQUEST, ROW COUNT, HASH AND THE
      *    RULE BROKEN) FOLLOWED BY THE GROUP'S MASTER-FEED GH AND DT
      *    RECORDS. THIS PROGRAM PUTS EACH GROUP IN FRONT OF AN
      *    OPERATOR AND APPLIES THE OPERATOR'S DECISIONS:
      *      - EVERY GROUP IS RE-FOOTED AGAINST ITS QH RECORD FIRST;
      *        A GROUP WHOSE ROWS NO LONGER FOOT IS DAMAGED AND CAN
      *        ONLY BE DISCARDED
      *      - THE PATQRPT REPORT LISTS EACH GROUP WITH THE RULE IT
      *        BROKE, ITS FIRST ROWS AND WHERE IT STANDS, NUMBERING
      *        THE GROUPS IN FILE ORDER
      *      - THE PATTQDEC DECISION CARDS NAME A GROUP BY RUN DATE
      *        AND THAT NUMBER AND EITHER RELEASE (R) OR DISCARD (D)
      *        IT, WITH THE OPERATOR ID AND A REASON. WHEN A PATTSEC
      *        FILE IS INSTALLED ONLY AN OPERATOR CARRYING ITS
      *        APPROVER FLAG (COLUMN 43) MAY DECIDE, AS FOR PATTMNT
      *      - RELEASED GROUPS GO OUT IN A SUPPLEMENTARY GENERATION
      *        OF THE MASTER FEED (PATTSUPP) WITH ITS OWN FH AND TR,
      *        AND IN SUPPLEMENTARY SUBSCRIBER FEEDS CUT WITH THE
      *        PATTSUBS PROFILES EXACTLY AS PATTCBL CUTS THEM
      *      - EVERY DECISION IS APPENDED TO THE PATTQLOG DECISION
      *        LOG, WHICH IS ALSO READ FIRST: A GROUP ALREADY DECIDED
      *        IN AN EARLIER REVIEW CANNOT BE DECIDED AGAIN, SO A
      *        GROUP IS NEVER RELEASED TWICE
      *    RUN IT WITH NO DECISION CARDS AND THE FEED DDS DUMMY
      *    (PATTQLST) TO PRINT THE REVIEW LIST.
      *    CONDITION CODES: 00 EVERY CARD APPLIED AND NO GROUP LEFT
      *    UNDECIDED, 04 A CARD WAS REJECTED OR GROUPS ARE STILL
      *    UNDECIDED, 08 A DAMAGED GROUP IS STILL UNDECIDED OR A
      *    SUPPLEMENTARY FEED COULD NOT BE WRITTEN WHOLE, 12 A
      *    REQUIRED FILE COULD NOT BE OPENED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-QUAR-FILE ASSIGN TO "PATTQUAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUAR-FILE-STATUS.
           SELECT DECISION-CARD-FILE ASSIGN TO "PATTQDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.
           SELECT PATTERN-SECURITY-FILE ASSIGN TO "PATTSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-FILE-STATUS.
           SELECT DECISION-LOG-FILE ASSIGN TO "PATTQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT SUPP-EXPORT-FILE ASSIGN TO "PATTSUPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPP-FILE-STATUS.
           SELECT PATTERN-SUBS-FILE ASSIGN TO "PATTSUBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBS-FILE-STATUS.
           SELECT SUB1-EXPORT-FILE ASSIGN TO "PATTSUP1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUB1-FILE-STATUS.
           SELECT SUB2-EXPORT-FILE ASSIGN TO "PATTSUP2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUB2-FILE-STATUS.
           SELECT SUB3-EXPORT-FILE ASSIGN TO "PATTSUP3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUB3-FILE-STATUS.
           SELECT SUB4-EXPORT-FILE ASSIGN TO "PATTSUP4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUB4-FILE-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "PATQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATTERN-QUAR-FILE
           RECORDING MODE IS F.
       01  PATTERN-QUAR-RECORD        PIC X(4000).

       FD  DECISION-CARD-FILE
           RECORDING MODE IS F.
       01  DECISION-CARD-RECORD.
           05  DEC-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X.
           05  DEC-GROUP              PIC X(5).
           05  FILLER                 PIC X.
           05  DEC-ACTION             PIC X.
           05  FILLER                 PIC X.
           05  DEC-OPERATOR           PIC X(8).
           05  FILLER                 PIC X.
           05  DEC-REASON             PIC X(40).
           05  FILLER                 PIC X(14).

       FD  PATTERN-SECURITY-FILE
           RECORDING MODE IS F.
       01  PATTERN-SECURITY-RECORD.
           05  SEC-ID-IN              PIC X(8).
           05  FILLER                 PIC X.
           05  SEC-SAVE-IN            PIC X.
           05  FILLER                 PIC X.
           05  SEC-PATTERNS-IN        PIC X(30).
           05  FILLER                 PIC X.
           05  SEC-APPROVE-IN         PIC X.

       FD  DECISION-LOG-FILE
           RECORDING MODE IS F.
       01  DECISION-LOG-RECORD.
           05  QLI-STAMP              PIC X(14).
           05  FILLER                 PIC X.
           05  QLI-OPERATOR           PIC X(8).
           05  FILLER                 PIC X.
           05  QLI-ACTION             PIC X.
           05  FILLER                 PIC X.
           05  QLI-KEY                PIC X(35).
           05  FILLER                 PIC X(71).

       FD  SUPP-EXPORT-FILE
           RECORDING MODE IS F.
       01  SUPP-EXPORT-RECORD         PIC X(4000).

       FD  PATTERN-SUBS-FILE
           RECORDING MODE IS F.
       01  PATTERN-SUBS-RECORD.
           05  SUBS-ID                PIC X(8).
           05  FILLER                 PIC X.
           05  SUBS-FORMAT            PIC X(3).
           05  FILLER                 PIC X.
           05  SUBS-PATTERNS          PIC X(30).

       FD  SUB1-EXPORT-FILE
           RECORDING MODE IS F.
       01  SUB1-EXPORT-RECORD         PIC X(4000).

       FD  SUB2-EXPORT-FILE
           RECORDING MODE IS F.
       01  SUB2-EXPORT-RECORD         PIC X(4000).

       FD  SUB3-EXPORT-FILE
           RECORDING MODE IS F.
       01  SUB3-EXPORT-RECORD         PIC X(4000).

       FD  SUB4-EXPORT-FILE
           RECORDING MODE IS F.
       01  SUB4-EXPORT-RECORD         PIC X(4000).

       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F.
       01  REVIEW-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  QUAR-FILE-STATUS        PIC XX      VALUE "00".
       01  CARD-FILE-STATUS        PIC XX      VALUE "00".
       01  SEC-FILE-STATUS         PIC XX      VALUE "00".
       01  LOG-FILE-STATUS         PIC XX      VALUE "00".
       01  SUPP-FILE-STATUS        PIC XX      VALUE "00".
       01  SUBS-FILE-STATUS        PIC XX      VALUE "00".
       01  SUB1-FILE-STATUS        PIC XX      VALUE "00".
       01  SUB2-FILE-STATUS        PIC XX      VALUE "00".
       01  SUB3-FILE-STATUS        PIC XX      VALUE "00".
       01  SUB4-FILE-STATUS        PIC XX      VALUE "00".
       01  SUB-FILE-STATUS         PIC XX      VALUE "00".
       01  REPORT-FILE-STATUS      PIC XX      VALUE "00".
       01  QUAR-EOF                PIC X       VALUE "N".
           88  QUAR-EOF-YES        VALUE "Y".
       01  CARD-EOF                PIC X       VALUE "N".
           88  CARD-EOF-YES        VALUE "Y".
       01  SEC-EOF                 PIC X       VALUE "N".
           88  SEC-EOF-YES         VALUE "Y".
       01  LOG-EOF                 PIC X       VALUE "N".
           88  LOG-EOF-YES         VALUE "Y".
       01  SUBS-EOF                PIC X       VALUE "N".
           88  SUBS-EOF-YES        VALUE "Y".
       01  REVIEW-SEVERITY         PIC 99      VALUE ZERO.
       01  REVIEW-STAMP            PIC X(14)   VALUE SPACES.
      *    THE QH RECORD AS PATTCBL 159-QUARANTINE-GROUP WRITES IT.
      *    EVERY FIELD IS TAKEN AS CHARACTERS AND EDITED BEFORE USE.
       01  QUAR-RECORD             PIC X(4000).
       01  QUARANTINE-HEADER REDEFINES QUAR-RECORD.
           05  QH-ID               PIC XX.
           05  QH-KEY.
               10  QH-PATTERN      PIC XX.
               10  QH-SIZE         PIC X(3).
               10  QH-FILL         PIC X.
           05  FILLER              PIC X.
           05  QH-RUN-DATE         PIC X(8).
           05  FILLER              PIC X.
           05  QH-SET-NAME         PIC X(8).
           05  FILLER              PIC X.
           05  QH-SLICE            PIC X.
           05  FILLER              PIC X.
           05  QH-REQUEST          PIC X(5).
           05  FILLER              PIC X.
           05  QH-ROW-COUNT        PIC X(7).
           05  FILLER              PIC X.
           05  QH-HASH-TOTAL       PIC X(15).
           05  FILLER              PIC X.
           05  QH-RULE             PIC X(60).
           05  FILLER              PIC X(3881).
      *    ONE ENTRY PER QUARANTINED GROUP, IN FILE ORDER; THE
      *    SUBSCRIPT IS THE GROUP NUMBER THE REPORT PRINTS AND THE
      *    DECISION CARDS QUOTE. QG-DECISION IS THIS REVIEW'S
      *    VERDICT, QG-PRIOR ONE FOUND ON PATTQLOG.
       01  GROUP-LIMIT             PIC 9(5)    VALUE 500.
       01  GROUP-COUNT             PIC 9(5)    VALUE ZERO.
       01  GROUPS-NOT-LOADED       PIC 9(5)    VALUE ZERO.
       01  GROUP-IX                PIC 9(5)    VALUE ZERO.
       01  GROUP-TABLE.
           05  GROUP-ENTRY         OCCURS 500 TIMES.
               10  QG-LOG-KEY.
                   15  QG-RUN-DATE PIC X(8).
                   15  QG-SET-NAME PIC X(8).
                   15  QG-SLICE    PIC X.
                   15  QG-REQUEST  PIC X(5).
                   15  QG-KEY.
                       20  QG-PATTERN PIC XX.
                       20  QG-SIZE PIC X(3).
                       20  QG-FILL PIC X.
                   15  QG-ROW-COUNT PIC 9(7).
               10  QG-HASH-TOTAL   PIC 9(15).
               10  QG-RULE         PIC X(60).
               10  QG-PATTERN-NUM  PIC 99.
               10  QG-GH-READ      PIC 9(3).
               10  QG-DT-READ      PIC 9(7).
               10  QG-HASH-READ    PIC 9(15).
               10  QG-DAMAGED      PIC X.
                   88  QG-DAMAGED-YES VALUE "Y".
               10  QG-DECISION     PIC X.
                   88  QG-UNDECIDED VALUE SPACE.
                   88  QG-RELEASE  VALUE "R".
                   88  QG-DISCARD  VALUE "D".
               10  QG-PRIOR        PIC X.
               10  QG-OPERATOR     PIC X(8).
               10  QG-REASON       PIC X(40).
      *    THE SAME PATTSEC OPERATOR FILE PATTMNT SIGNS ON AGAINST.
      *    WITH NO PATTSEC FILE INSTALLED ANY NAMED OPERATOR MAY
      *    DECIDE; THE LOG STILL RECORDS WHO DID.
       01  SECURITY-ACTIVE         PIC X       VALUE "N".
           88  SECURITY-ACTIVE-YES VALUE "Y".
       01  SEC-TABLE.
           05  SEC-ENTRY           OCCURS 20 TIMES.
               10  SEC-ID          PIC X(8).
               10  SEC-APPROVE     PIC X.
       01  SEC-COUNT               PIC 99      VALUE ZERO.
       01  SEC-IX                  PIC 99      VALUE ZERO.
       01  OPERATOR-APPROVER       PIC X       VALUE "N".
           88  OPERATOR-APPROVER-YES VALUE "Y".
      *    DECISION CARD EDITING.
       01  CARD-GROUP              PIC 9(5)    VALUE ZERO.
       01  CARD-REJECT             PIC X(40)   VALUE SPACES.
       01  CARDS-READ              PIC 9(5)    VALUE ZERO.
       01  CARDS-APPLIED           PIC 9(5)    VALUE ZERO.
       01  CARDS-REJECTED          PIC 9(5)    VALUE ZERO.
       01  DECISIONS-ON-LOG        PIC 9(7)    VALUE ZERO.
       01  GROUPS-RELEASED         PIC 9(5)    VALUE ZERO.
       01  GROUPS-DISCARDED        PIC 9(5)    VALUE ZERO.
       01  GROUPS-DECIDED-EARLIER  PIC 9(5)    VALUE ZERO.
       01  GROUPS-UNDECIDED        PIC 9(5)    VALUE ZERO.
       01  GROUPS-DAMAGED          PIC 9(5)    VALUE ZERO.
       01  DAMAGED-UNDECIDED       PIC 9(5)    VALUE ZERO.
      *    REVIEW PASS.
       01  REVIEW-GROUP            PIC 9(5)    VALUE ZERO.
       01  REVIEW-COPY             PIC X       VALUE "N".
           88  REVIEW-COPY-YES     VALUE "Y".
       01  REVIEW-ROWS-SHOWN       PIC 9       VALUE ZERO.
       01  REVIEW-ROW-LIMIT        PIC 9       VALUE 3.
       01  REVIEW-ROW-NUMBER       PIC 9(7)    VALUE ZERO.
       01  GROUP-PATTERN-NUM       PIC 99      VALUE ZERO.
       01  ROW-HASH                PIC 9(15)   VALUE ZERO.
       01  ROW-SCAN-PTR            PIC 9(4)    VALUE 1.
       01  ROW-SCAN-TOKEN          PIC X(4).
       01  ROW-SCAN-END            PIC X       VALUE "N".
           88  ROW-SCAN-END-YES    VALUE "Y".
      *    THE FIXED-FORMAT IMAGE OF A ROW IS BUILT ONCE PER ROW AND
      *    SHARED BY EVERY FIX-FORMAT SUBSCRIBER TAKING THE GROUP.
       01  FIX-LINE                PIC X(3998).
       01  FIX-PTR                 PIC 9(4)    VALUE 1.
       01  FIX-CELL                PIC X(4).
       01  FIX-VALUE               PIC ZZZ9.
       01  FIX-NEEDED              PIC X       VALUE "N".
           88  FIX-NEEDED-YES      VALUE "Y".
       01  FIX-TRUNCATED           PIC X       VALUE "N".
           88  FIX-TRUNCATED-YES   VALUE "Y".
      *    SUPPLEMENTARY FEEDS. THEY ARE ONLY OPENED WHEN THE REVIEW
      *    RELEASES AT LEAST ONE GROUP.
       01  SUPP-OPEN               PIC X       VALUE "N".
           88  SUPP-OPEN-YES       VALUE "Y".
       01  SUPP-RUN-DATE           PIC X(8)    VALUE SPACES.
       01  SUPP-GH-COUNT           PIC 9(7)    VALUE ZERO.
       01  SUPP-DT-COUNT           PIC 9(9)    VALUE ZERO.
       01  SUPP-HASH-TOTAL         PIC 9(15)   VALUE ZERO.
       01  SUB-COUNT               PIC 9       VALUE ZERO.
       01  SUB-IX                  PIC 9       VALUE ZERO.
       01  SUB-TABLE.
           05  SUB-ENTRY           OCCURS 4 TIMES.
               10  SUB-ID          PIC X(8).
               10  SUB-FORMAT      PIC X(3).
                   88  SUB-FORMAT-FIXED VALUE "FIX".
               10  SUB-OPEN        PIC X.
                   88  SUB-OPEN-YES VALUE "Y".
               10  SUB-ROW-ACTIVE  PIC X.
                   88  SUB-ROW-ACTIVE-YES VALUE "Y".
               10  SUB-PATTERN-FLAG OCCURS 100 TIMES
                                   PIC X.
               10  SUB-GH-COUNT    PIC 9(7).
               10  SUB-DT-COUNT    PIC 9(9).
               10  SUB-HASH-TOTAL  PIC 9(15).
       01  SUB-PATTERN-SLOT        PIC 999     VALUE ZERO.
       01  SUB-PARSE-PTR           PIC 99      VALUE 1.
       01  SUB-PARSE-TOKEN         PIC XX.
       01  SUB-PARSE-END           PIC X       VALUE "N".
           88  SUB-PARSE-END-YES   VALUE "Y".
       01  SUB-OUT-RECORD          PIC X(4000).
       01  EXPORT-FILE-HEADER.
           05  FILLER              PIC XX      VALUE "FH".
           05  EFH-RUN-DATE        PIC X(8).
           05  EFH-JOB-NAME        PIC X(8)    VALUE "PATTQREL".
       01  EXPORT-SUB-HEADER.
           05  FILLER              PIC XX      VALUE "FH".
           05  ESH-RUN-DATE        PIC X(8).
           05  ESH-SUB-ID          PIC X(8).
       01  EXPORT-TRAILER.
           05  FILLER              PIC XX      VALUE "TR".
           05  ETR-GROUP-COUNT     PIC 9(7).
           05  ETR-ROW-COUNT       PIC 9(9).
           05  ETR-HASH-TOTAL      PIC 9(15).
      *    ONE PATTQLOG RECORD PER DECISION: WHEN, WHO, WHAT, AND
      *    THE GROUP'S FULL IDENTITY AND TOTALS. THE FIRST 35 BYTES
      *    AFTER THE ACTION ARE THE KEY AN EARLIER DECISION IS
      *    MATCHED ON.
       01  DECISION-LOG-LINE.
           05  QLG-STAMP           PIC X(14).
           05  FILLER              PIC X       VALUE SPACE.
           05  QLG-OPERATOR        PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  QLG-ACTION          PIC X.
           05  FILLER              PIC X       VALUE SPACE.
           05  QLG-KEY             PIC X(35).
           05  FILLER              PIC X       VALUE SPACE.
           05  QLG-HASH-TOTAL      PIC 9(15).
           05  FILLER              PIC X       VALUE SPACE.
           05  QLG-REASON          PIC X(40).
           05  FILLER              PIC X(14)   VALUE SPACES.
       01  REPORT-DETAIL-LINE.
           05  RDL-TEXT            PIC X(36).
           05  RDL-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(87)   VALUE SPACES.
       01  GROUP-LINE-1.
           05  FILLER              PIC X(6)    VALUE "GROUP ".
           05  GL1-GROUP           PIC 9(5).
           05  FILLER              PIC X(6)    VALUE "  RUN ".
           05  GL1-RUN-DATE        PIC X(8).
           05  FILLER              PIC X(6)    VALUE "  SET ".
           05  GL1-SET-NAME        PIC X(8).
           05  FILLER              PIC X(8)    VALUE "  SLICE ".
           05  GL1-SLICE           PIC X.
           05  FILLER              PIC X(10)   VALUE "  REQUEST ".
           05  GL1-REQUEST         PIC X(5).
           05  FILLER              PIC X(10)   VALUE "  PATTERN ".
           05  GL1-PATTERN         PIC XX.
           05  FILLER              PIC X(7)    VALUE "  SIZE ".
           05  GL1-SIZE            PIC X(3).
           05  FILLER              PIC X(7)    VALUE "  FILL ".
           05  GL1-FILL            PIC X.
           05  FILLER              PIC X(7)    VALUE "  ROWS ".
           05  GL1-ROWS            PIC Z(6)9.
           05  FILLER              PIC X(7)    VALUE "  HASH ".
           05  GL1-HASH            PIC Z(14)9.
       01  GROUP-TEXT-LINE.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  GTL-LABEL           PIC X(14).
           05  GTL-TEXT            PIC X(112).
       01  CARD-LINE.
           05  CL-CARD             PIC X(66).
           05  FILLER              PIC XX      VALUE SPACES.
           05  CL-RESULT           PIC X(64).
       01  SHOW-ROW-OUT            PIC Z(6)9.

       PROCEDURE DIVISION.

       100-MAIN.
           PERFORM 110-OPEN-FILES
           PERFORM 120-LOAD-SECURITY
           PERFORM 130-LOAD-GROUPS
           PERFORM 140-LOAD-DECISION-LOG
           PERFORM 150-APPLY-DECISION-CARDS
           IF GROUPS-RELEASED > ZERO
               PERFORM 160-OPEN-SUPPLEMENTARY-FEEDS
           END-IF
           PERFORM 200-REVIEW-GROUPS
           IF SUPP-OPEN-YES
               PERFORM 300-WRITE-SUPP-TRAILERS
           END-IF
           PERFORM 400-LOG-DECISIONS
           PERFORM 500-WRITE-SUMMARY
           CLOSE PATTERN-QUAR-FILE
           CLOSE REVIEW-REPORT-FILE
           EVALUATE TRUE
               WHEN REVIEW-SEVERITY >= 8
                 OR DAMAGED-UNDECIDED > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN REVIEW-SEVERITY > ZERO
                 OR CARDS-REJECTED > ZERO
                 OR GROUPS-UNDECIDED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       110-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO REVIEW-STAMP
           OPEN OUTPUT REVIEW-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATQRPT, FILE STATUS "
                   REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PATTERN-QUAR-FILE
           IF QUAR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTQUAR, FILE STATUS "
                   QUAR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "QUARANTINED GROUP REVIEW" TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD.

       120-LOAD-SECURITY.
           OPEN INPUT PATTERN-SECURITY-FILE
           IF SEC-FILE-STATUS = "00"
               PERFORM UNTIL SEC-EOF-YES
                   READ PATTERN-SECURITY-FILE
                       AT END
                           SET SEC-EOF-YES TO TRUE
                       NOT AT END
                           IF SEC-ID-IN NOT = SPACES
                             AND SEC-COUNT < 20
                               ADD 1 TO SEC-COUNT
                               MOVE SEC-ID-IN TO SEC-ID(SEC-COUNT)
                               MOVE SEC-APPROVE-IN
                                 TO SEC-APPROVE(SEC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-SECURITY-FILE
               IF SEC-COUNT > ZERO
                   SET SECURITY-ACTIVE-YES TO TRUE
               END-IF
           END-IF.

       130-LOAD-GROUPS.
      *    FIRST PASS: EVERY QH STARTS A GROUP AND THE GH AND DT
      *    RECORDS BEHIND IT ARE FOOTED AGAINST IT. PATTERN ZERO
      *    ROWS CARRY FILL CHARACTERS AND HASH TO ZERO, AS IN THE
      *    FEED TRAILERS. RECORDS AHEAD OF THE FIRST QH, OR OF ANY
      *    OTHER TYPE, BELONG TO NO GROUP AND ARE ONLY COUNTED.
           MOVE ZERO TO GROUP-IX
           PERFORM UNTIL QUAR-EOF-YES
               READ PATTERN-QUAR-FILE INTO QUAR-RECORD
                   AT END
                       SET QUAR-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM 135-LOAD-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE PATTERN-QUAR-FILE
           PERFORM VARYING GROUP-IX FROM 1 BY 1
             UNTIL GROUP-IX > GROUP-COUNT
               IF QG-GH-READ(GROUP-IX) NOT = 1
                 OR QG-DT-READ(GROUP-IX) NOT = QG-ROW-COUNT(GROUP-IX)
                 OR QG-HASH-READ(GROUP-IX)
                       NOT = QG-HASH-TOTAL(GROUP-IX)
                   SET QG-DAMAGED-YES(GROUP-IX) TO TRUE
               END-IF
               IF QG-DAMAGED-YES(GROUP-IX)
                   ADD 1 TO GROUPS-DAMAGED
               END-IF
           END-PERFORM
           IF GROUPS-NOT-LOADED > ZERO
               DISPLAY "MORE THAN " GROUP-LIMIT " QUARANTINED GROUPS, "
                   GROUPS-NOT-LOADED " LEFT FOR A LATER REVIEW"
               IF REVIEW-SEVERITY < 4
                   MOVE 4 TO REVIEW-SEVERITY
               END-IF
           END-IF.

       135-LOAD-ONE-RECORD.
           EVALUATE QH-ID
               WHEN "QH"
                   IF GROUP-COUNT < GROUP-LIMIT
                       ADD 1 TO GROUP-COUNT
                       MOVE GROUP-COUNT TO GROUP-IX
                       PERFORM 137-START-GROUP
                   ELSE
                       ADD 1 TO GROUPS-NOT-LOADED
                       MOVE ZERO TO GROUP-IX
                   END-IF
               WHEN "GH"
                   IF GROUP-IX > ZERO
                       ADD 1 TO QG-GH-READ(GROUP-IX)
                   END-IF
               WHEN "DT"
                   IF GROUP-IX > ZERO
                       ADD 1 TO QG-DT-READ(GROUP-IX)
                       MOVE QG-PATTERN-NUM(GROUP-IX)
                         TO GROUP-PATTERN-NUM
                       PERFORM 340-SCAN-ROW
                       ADD ROW-HASH TO QG-HASH-READ(GROUP-IX)
                   END-IF
               WHEN OTHER
                   IF GROUP-IX > ZERO
                       SET QG-DAMAGED-YES(GROUP-IX) TO TRUE
                   END-IF
           END-EVALUATE.

       137-START-GROUP.
           MOVE QH-RUN-DATE TO QG-RUN-DATE(GROUP-IX)
           MOVE QH-SET-NAME TO QG-SET-NAME(GROUP-IX)
           MOVE QH-SLICE TO QG-SLICE(GROUP-IX)
           MOVE QH-REQUEST TO QG-REQUEST(GROUP-IX)
           MOVE QH-KEY TO QG-KEY(GROUP-IX)
           MOVE QH-RULE TO QG-RULE(GROUP-IX)
           MOVE ZERO TO QG-GH-READ(GROUP-IX)
           MOVE ZERO TO QG-DT-READ(GROUP-IX)
           MOVE ZERO TO QG-HASH-READ(GROUP-IX)
           MOVE "N" TO QG-DAMAGED(GROUP-IX)
           MOVE SPACE TO QG-DECISION(GROUP-IX)
           MOVE SPACE TO QG-PRIOR(GROUP-IX)
           MOVE SPACES TO QG-OPERATOR(GROUP-IX)
           MOVE SPACES TO QG-REASON(GROUP-IX)
      *    A QH WHOSE COUNTS OR KEY CANNOT BE READ CANNOT BE PROVED
      *    AGAINST ITS ROWS.
           IF QH-ROW-COUNT IS NUMERIC
             AND QH-HASH-TOTAL IS NUMERIC
             AND QH-PATTERN IS NUMERIC
             AND QH-SIZE IS NUMERIC
               MOVE QH-ROW-COUNT TO QG-ROW-COUNT(GROUP-IX)
               MOVE QH-HASH-TOTAL TO QG-HASH-TOTAL(GROUP-IX)
               MOVE QH-PATTERN TO QG-PATTERN-NUM(GROUP-IX)
           ELSE
               MOVE ZERO TO QG-ROW-COUNT(GROUP-IX)
               MOVE ZERO TO QG-HASH-TOTAL(GROUP-IX)
               MOVE ZERO TO QG-PATTERN-NUM(GROUP-IX)
               SET QG-DAMAGED-YES(GROUP-IX) TO TRUE
           END-IF.

       140-LOAD-DECISION-LOG.
      *    A GROUP DECIDED IN AN EARLIER REVIEW KEEPS THAT DECISION;
      *    THE LATEST LOG RECORD FOR A GROUP WINS. THE LOG IS THEN
      *    OPENED FOR APPENDING BEFORE ANY FEED IS WRITTEN: A REVIEW
      *    THAT COULD NOT LOG ITS DECISIONS MUST NOT RELEASE ANYTHING.
           OPEN INPUT DECISION-LOG-FILE
           IF LOG-FILE-STATUS = "00"
               PERFORM UNTIL LOG-EOF-YES
                   READ DECISION-LOG-FILE
                       AT END
                           SET LOG-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO DECISIONS-ON-LOG
                           PERFORM 145-MATCH-LOGGED-DECISION
                   END-READ
               END-PERFORM
               CLOSE DECISION-LOG-FILE
           END-IF
           OPEN EXTEND DECISION-LOG-FILE
           IF LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT DECISION-LOG-FILE
           END-IF
           IF LOG-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTQLOG, FILE STATUS "
                   LOG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       145-MATCH-LOGGED-DECISION.
           PERFORM VARYING GROUP-IX FROM 1 BY 1
             UNTIL GROUP-IX > GROUP-COUNT
               IF QLI-KEY = QG-LOG-KEY(GROUP-IX)
                 AND (QLI-ACTION = "R" OR QLI-ACTION = "D")
                   MOVE QLI-ACTION TO QG-PRIOR(GROUP-IX)
                   MOVE QLI-OPERATOR TO QG-OPERATOR(GROUP-IX)
               END-IF
           END-PERFORM.

       150-APPLY-DECISION-CARDS.
      *    NO PATTQDEC DD, OR AN EMPTY ONE, IS A LISTING-ONLY RUN.
      *    A CARD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.
           OPEN INPUT DECISION-CARD-FILE
           IF CARD-FILE-STATUS = "00"
               MOVE "DECISION CARDS" TO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
               PERFORM UNTIL CARD-EOF-YES
                   READ DECISION-CARD-FILE
                       AT END
                           SET CARD-EOF-YES TO TRUE
                       NOT AT END
                           IF DECISION-CARD-RECORD NOT = SPACES
                             AND DEC-RUN-DATE(1:1) NOT = "*"
                               ADD 1 TO CARDS-READ
                               PERFORM 155-APPLY-ONE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISION-CARD-FILE
               MOVE SPACES TO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
           END-IF.

       155-APPLY-ONE-CARD.
           MOVE SPACES TO CARD-REJECT
           MOVE ZERO TO CARD-GROUP
           IF DEC-GROUP IS NUMERIC
               MOVE DEC-GROUP TO CARD-GROUP
           END-IF
           MOVE "N" TO OPERATOR-APPROVER
           PERFORM VARYING SEC-IX FROM 1 BY 1
             UNTIL SEC-IX > SEC-COUNT
               IF SEC-ID(SEC-IX) = DEC-OPERATOR
                 AND SEC-APPROVE(SEC-IX) = "Y"
                   SET OPERATOR-APPROVER-YES TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN CARD-GROUP = ZERO OR CARD-GROUP > GROUP-COUNT
                   MOVE "NO SUCH GROUP ON PATTQUAR" TO CARD-REJECT
               WHEN DEC-RUN-DATE NOT = QG-RUN-DATE(CARD-GROUP)
                   MOVE "RUN DATE DOES NOT MATCH THE GROUP"
                     TO CARD-REJECT
               WHEN DEC-ACTION NOT = "R" AND DEC-ACTION NOT = "D"
                   MOVE "ACTION MUST BE R OR D" TO CARD-REJECT
               WHEN DEC-OPERATOR = SPACES
                   MOVE "NO OPERATOR ID ON THE CARD" TO CARD-REJECT
               WHEN SECURITY-ACTIVE-YES AND NOT OPERATOR-APPROVER-YES
                   MOVE "OPERATOR NOT AN APPROVER ON PATTSEC"
                     TO CARD-REJECT
               WHEN QG-PRIOR(CARD-GROUP) NOT = SPACE
                   MOVE "GROUP ALREADY DECIDED ON PATTQLOG"
                     TO CARD-REJECT
               WHEN NOT QG-UNDECIDED(CARD-GROUP)
                   MOVE "GROUP ALREADY DECIDED BY AN EARLIER CARD"
                     TO CARD-REJECT
               WHEN DEC-ACTION = "R" AND QG-DAMAGED-YES(CARD-GROUP)
                   MOVE "GROUP DAMAGED, IT CAN ONLY BE DISCARDED"
                     TO CARD-REJECT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE DECISION-CARD-RECORD TO CL-CARD
           IF CARD-REJECT = SPACES
               MOVE DEC-ACTION TO QG-DECISION(CARD-GROUP)
               MOVE DEC-OPERATOR TO QG-OPERATOR(CARD-GROUP)
               MOVE DEC-REASON TO QG-REASON(CARD-GROUP)
               ADD 1 TO CARDS-APPLIED
               IF QG-RELEASE(CARD-GROUP)
                   ADD 1 TO GROUPS-RELEASED
                   MOVE "APPLIED, GROUP RELEASED" TO CL-RESULT
               ELSE
                   ADD 1 TO GROUPS-DISCARDED
                   MOVE "APPLIED, GROUP DISCARDED" TO CL-RESULT
               END-IF
           ELSE
               ADD 1 TO CARDS-REJECTED
               MOVE SPACES TO CL-RESULT
               STRING "REJECTED: " DELIMITED BY SIZE
                      CARD-REJECT DELIMITED BY SIZE
                 INTO CL-RESULT
               END-STRING
               DISPLAY "DECISION CARD REJECTED: " CARD-REJECT
           END-IF
           MOVE CARD-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD.

       160-OPEN-SUPPLEMENTARY-FEEDS.
      *    THE SUPPLEMENTARY MASTER FEED CARRIES THE RUN DATE OF THE
      *    QUARANTINED NIGHT AND THIS PROGRAM'S NAME IN ITS FH, SO A
      *    RECEIVER CAN TELL IT FROM THE NIGHT'S OWN GENERATION.
           OPEN OUTPUT SUPP-EXPORT-FILE
           IF SUPP-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTSUPP, FILE STATUS "
                   SUPP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET SUPP-OPEN-YES TO TRUE
           PERFORM VARYING GROUP-IX FROM 1 BY 1
             UNTIL GROUP-IX > GROUP-COUNT
               OR SUPP-RUN-DATE NOT = SPACES
               IF QG-RELEASE(GROUP-IX)
                   MOVE QG-RUN-DATE(GROUP-IX) TO SUPP-RUN-DATE
               END-IF
           END-PERFORM
           MOVE SUPP-RUN-DATE TO EFH-RUN-DATE
           MOVE SPACES TO SUPP-EXPORT-RECORD
           MOVE EXPORT-FILE-HEADER TO SUPP-EXPORT-RECORD
           WRITE SUPP-EXPORT-RECORD
           PERFORM 165-LOAD-SUBSCRIBERS.

       165-LOAD-SUBSCRIBERS.
      *    SAME PROFILE AND ROUTING RULES AS PATTCBL
      *    111-LOAD-SUBSCRIBERS: PROFILE RECORD N WRITES THROUGH
      *    PATTSUP-N, EACH FEED WITH ITS OWN FH AND TR.
           OPEN INPUT PATTERN-SUBS-FILE
           IF SUBS-FILE-STATUS = "00"
               PERFORM UNTIL SUBS-EOF-YES
                   READ PATTERN-SUBS-FILE
                       AT END
                           SET SUBS-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM 170-LOAD-ONE-SUBSCRIBER
                   END-READ
               END-PERFORM
               CLOSE PATTERN-SUBS-FILE
           END-IF.

       170-LOAD-ONE-SUBSCRIBER.
           IF SUBS-ID = SPACES OR SUB-COUNT >= 4
               CONTINUE
           ELSE
               ADD 1 TO SUB-COUNT
               MOVE SUBS-ID TO SUB-ID(SUB-COUNT)
               IF SUBS-FORMAT = "FIX"
                   MOVE "FIX" TO SUB-FORMAT(SUB-COUNT)
               ELSE
                   MOVE "CSV" TO SUB-FORMAT(SUB-COUNT)
               END-IF
               MOVE "N" TO SUB-OPEN(SUB-COUNT)
               MOVE "N" TO SUB-ROW-ACTIVE(SUB-COUNT)
               MOVE ZERO TO SUB-GH-COUNT(SUB-COUNT)
               MOVE ZERO TO SUB-DT-COUNT(SUB-COUNT)
               MOVE ZERO TO SUB-HASH-TOTAL(SUB-COUNT)
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
               END-IF
               MOVE SUB-COUNT TO SUB-IX
               PERFORM 175-OPEN-SUB-OUTPUT
               IF SUB-FILE-STATUS = "00"
                   SET SUB-OPEN-YES(SUB-COUNT) TO TRUE
                   MOVE SUPP-RUN-DATE TO ESH-RUN-DATE
                   MOVE SUB-ID(SUB-COUNT) TO ESH-SUB-ID
                   MOVE SPACES TO SUB-OUT-RECORD
                   MOVE EXPORT-SUB-HEADER TO SUB-OUT-RECORD
                   PERFORM 180-WRITE-SUB-RECORD
               ELSE
      *    SAME RULE AS PATTSUPP IN 160: THE RUN STOPS BEFORE ANY
      *    GROUP IS COPIED OR ANY DECISION LOGGED, SINCE A RELEASE
      *    LOGGED NOW COULD NEVER REACH THIS SUBSCRIBER LATER.
                   DISPLAY "UNABLE TO OPEN SUPPLEMENTARY FEED FOR "
                       "SUBSCRIBER " SUB-ID(SUB-COUNT)
                       ", FILE STATUS " SUB-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       175-OPEN-SUB-OUTPUT.
           EVALUATE SUB-IX
               WHEN 1
                   OPEN OUTPUT SUB1-EXPORT-FILE
                   MOVE SUB1-FILE-STATUS TO SUB-FILE-STATUS
               WHEN 2
                   OPEN OUTPUT SUB2-EXPORT-FILE
                   MOVE SUB2-FILE-STATUS TO SUB-FILE-STATUS
               WHEN 3
                   OPEN OUTPUT SUB3-EXPORT-FILE
                   MOVE SUB3-FILE-STATUS TO SUB-FILE-STATUS
               WHEN 4
                   OPEN OUTPUT SUB4-EXPORT-FILE
                   MOVE SUB4-FILE-STATUS TO SUB-FILE-STATUS
           END-EVALUATE.

       180-WRITE-SUB-RECORD.
           EVALUATE SUB-IX
               WHEN 1
                   MOVE SUB-OUT-RECORD TO SUB1-EXPORT-RECORD
                   WRITE SUB1-EXPORT-RECORD
               WHEN 2
                   MOVE SUB-OUT-RECORD TO SUB2-EXPORT-RECORD
                   WRITE SUB2-EXPORT-RECORD
               WHEN 3
                   MOVE SUB-OUT-RECORD TO SUB3-EXPORT-RECORD
                   WRITE SUB3-EXPORT-RECORD
               WHEN 4
                   MOVE SUB-OUT-RECORD TO SUB4-EXPORT-RECORD
                   WRITE SUB4-EXPORT-RECORD
           END-EVALUATE.

       185-CLOSE-SUB-FILE.
           EVALUATE SUB-IX
               WHEN 1
                   CLOSE SUB1-EXPORT-FILE
               WHEN 2
                   CLOSE SUB2-EXPORT-FILE
               WHEN 3
                   CLOSE SUB3-EXPORT-FILE
               WHEN 4
                   CLOSE SUB4-EXPORT-FILE
           END-EVALUATE.

       200-REVIEW-GROUPS.
      *    SECOND PASS: EACH GROUP IS PRINTED WITH ITS FIRST ROWS
      *    AND, WHEN RELEASED, COPIED TO THE SUPPLEMENTARY FEEDS.
           MOVE "N" TO QUAR-EOF
           MOVE ZERO TO REVIEW-GROUP
           OPEN INPUT PATTERN-QUAR-FILE
           IF QUAR-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REOPEN PATTQUAR, FILE STATUS "
                   QUAR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF GROUP-COUNT = ZERO
               MOVE "NO QUARANTINED GROUPS ON PATTQUAR"
                 TO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
           END-IF
           PERFORM UNTIL QUAR-EOF-YES
               READ PATTERN-QUAR-FILE INTO QUAR-RECORD
                   AT END
                       SET QUAR-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM 210-REVIEW-ONE-RECORD
               END-READ
           END-PERFORM.

       210-REVIEW-ONE-RECORD.
           EVALUATE QH-ID
               WHEN "QH"
                   ADD 1 TO REVIEW-GROUP
                   MOVE "N" TO REVIEW-COPY
                   IF REVIEW-GROUP NOT > GROUP-COUNT
                       MOVE REVIEW-GROUP TO GROUP-IX
                       PERFORM 220-PRINT-GROUP
                       IF QG-RELEASE(GROUP-IX) AND SUPP-OPEN-YES
                           SET REVIEW-COPY-YES TO TRUE
                       END-IF
                   END-IF
               WHEN "GH"
                   IF REVIEW-COPY-YES
                       PERFORM 230-COPY-GROUP-HEADER
                   END-IF
               WHEN "DT"
                   IF REVIEW-GROUP NOT > GROUP-COUNT
                     AND REVIEW-GROUP > ZERO
                       PERFORM 240-REVIEW-ROW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       220-PRINT-GROUP.
           MOVE ZERO TO REVIEW-ROWS-SHOWN
           MOVE ZERO TO REVIEW-ROW-NUMBER
           MOVE GROUP-IX TO GL1-GROUP
           MOVE QG-RUN-DATE(GROUP-IX) TO GL1-RUN-DATE
           MOVE QG-SET-NAME(GROUP-IX) TO GL1-SET-NAME
           MOVE QG-SLICE(GROUP-IX) TO GL1-SLICE
           MOVE QG-REQUEST(GROUP-IX) TO GL1-REQUEST
           MOVE QG-PATTERN(GROUP-IX) TO GL1-PATTERN
           MOVE QG-SIZE(GROUP-IX) TO GL1-SIZE
           MOVE QG-FILL(GROUP-IX) TO GL1-FILL
           MOVE QG-ROW-COUNT(GROUP-IX) TO GL1-ROWS
           MOVE QG-HASH-TOTAL(GROUP-IX) TO GL1-HASH
           MOVE GROUP-LINE-1 TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE "RULE BROKEN:" TO GTL-LABEL
           MOVE QG-RULE(GROUP-IX) TO GTL-TEXT
           MOVE GROUP-TEXT-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE "STATUS:" TO GTL-LABEL
           MOVE SPACES TO GTL-TEXT
           EVALUATE TRUE
               WHEN QG-PRIOR(GROUP-IX) = "R"
                   ADD 1 TO GROUPS-DECIDED-EARLIER
                   STRING "RELEASED IN AN EARLIER REVIEW BY "
                          DELIMITED BY SIZE
                          QG-OPERATOR(GROUP-IX) DELIMITED BY SIZE
                     INTO GTL-TEXT
                   END-STRING
               WHEN QG-PRIOR(GROUP-IX) = "D"
                   ADD 1 TO GROUPS-DECIDED-EARLIER
                   STRING "DISCARDED IN AN EARLIER REVIEW BY "
                          DELIMITED BY SIZE
                          QG-OPERATOR(GROUP-IX) DELIMITED BY SIZE
                     INTO GTL-TEXT
                   END-STRING
               WHEN QG-RELEASE(GROUP-IX)
                   STRING "RELEASED BY " DELIMITED BY SIZE
                          QG-OPERATOR(GROUP-IX) DELIMITED BY SIZE
                          " -- " DELIMITED BY SIZE
                          QG-REASON(GROUP-IX) DELIMITED BY SIZE
                     INTO GTL-TEXT
                   END-STRING
               WHEN QG-DISCARD(GROUP-IX)
                   STRING "DISCARDED BY " DELIMITED BY SIZE
                          QG-OPERATOR(GROUP-IX) DELIMITED BY SIZE
                          " -- " DELIMITED BY SIZE
                          QG-REASON(GROUP-IX) DELIMITED BY SIZE
                     INTO GTL-TEXT
                   END-STRING
               WHEN OTHER
                   ADD 1 TO GROUPS-UNDECIDED
                   IF QG-DAMAGED-YES(GROUP-IX)
                       ADD 1 TO DAMAGED-UNDECIDED
                   END-IF
                   MOVE "AWAITING DECISION" TO GTL-TEXT
           END-EVALUATE
           MOVE GROUP-TEXT-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           IF QG-DAMAGED-YES(GROUP-IX)
               MOVE "DAMAGED:" TO GTL-LABEL
               MOVE QG-DT-READ(GROUP-IX) TO SHOW-ROW-OUT
               MOVE SPACES TO GTL-TEXT
               STRING "ROWS DO NOT FOOT TO THE QH RECORD, "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(SHOW-ROW-OUT) DELIMITED BY SIZE
                      " ROWS READ -- DISCARD ONLY" DELIMITED BY SIZE
                 INTO GTL-TEXT
               END-STRING
               MOVE GROUP-TEXT-LINE TO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
           END-IF.

       230-COPY-GROUP-HEADER.
      *    A SLICED LEG'S ORDINAL STAMP IS BLANKED AS PATTMRG
      *    BLANKS IT, SO THE GH LAYOUT MATCHES THE NIGHTLY FEED'S.
           MOVE QG-PATTERN-NUM(GROUP-IX) TO GROUP-PATTERN-NUM
           MOVE QUAR-RECORD TO SUPP-EXPORT-RECORD
           MOVE SPACES TO SUPP-EXPORT-RECORD(9:7)
           WRITE SUPP-EXPORT-RECORD
           ADD 1 TO SUPP-GH-COUNT
           COMPUTE SUB-PATTERN-SLOT = GROUP-PATTERN-NUM + 1
           PERFORM VARYING SUB-IX FROM 1 BY 1
             UNTIL SUB-IX > SUB-COUNT
               MOVE "N" TO SUB-ROW-ACTIVE(SUB-IX)
               IF SUB-OPEN-YES(SUB-IX)
                 AND SUB-PATTERN-FLAG(SUB-IX, SUB-PATTERN-SLOT)
                       = "Y"
                   SET SUB-ROW-ACTIVE-YES(SUB-IX) TO TRUE
                   MOVE SUPP-EXPORT-RECORD TO SUB-OUT-RECORD
                   PERFORM 180-WRITE-SUB-RECORD
                   ADD 1 TO SUB-GH-COUNT(SUB-IX)
               END-IF
           END-PERFORM.

       240-REVIEW-ROW.
           ADD 1 TO REVIEW-ROW-NUMBER
           IF REVIEW-ROWS-SHOWN < REVIEW-ROW-LIMIT
               ADD 1 TO REVIEW-ROWS-SHOWN
               MOVE REVIEW-ROW-NUMBER TO SHOW-ROW-OUT
               MOVE SPACES TO GTL-LABEL
               STRING "ROW " DELIMITED BY SIZE
                      FUNCTION TRIM(SHOW-ROW-OUT) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                 INTO GTL-LABEL
               END-STRING
               MOVE QUAR-RECORD(3:112) TO GTL-TEXT
               MOVE GROUP-TEXT-LINE TO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
           END-IF
           IF REVIEW-COPY-YES
               PERFORM 250-COPY-ROW
           END-IF.

       250-COPY-ROW.
           MOVE QUAR-RECORD TO SUPP-EXPORT-RECORD
           WRITE SUPP-EXPORT-RECORD
           ADD 1 TO SUPP-DT-COUNT
           PERFORM 340-SCAN-ROW
           ADD ROW-HASH TO SUPP-HASH-TOTAL
           PERFORM VARYING SUB-IX FROM 1 BY 1
             UNTIL SUB-IX > SUB-COUNT
               IF SUB-ROW-ACTIVE-YES(SUB-IX)
                   IF SUB-FORMAT-FIXED(SUB-IX)
                       MOVE SPACES TO SUB-OUT-RECORD
                       MOVE "DT" TO SUB-OUT-RECORD(1:2)
                       MOVE FIX-LINE TO SUB-OUT-RECORD(3:3998)
                   ELSE
                       MOVE QUAR-RECORD TO SUB-OUT-RECORD
                   END-IF
                   PERFORM 180-WRITE-SUB-RECORD
                   ADD 1 TO SUB-DT-COUNT(SUB-IX)
                   ADD ROW-HASH TO SUB-HASH-TOTAL(SUB-IX)
               END-IF
           END-PERFORM.

       300-WRITE-SUPP-TRAILERS.
           MOVE SUPP-GH-COUNT TO ETR-GROUP-COUNT
           MOVE SUPP-DT-COUNT TO ETR-ROW-COUNT
           MOVE SUPP-HASH-TOTAL TO ETR-HASH-TOTAL
           MOVE SPACES TO SUPP-EXPORT-RECORD
           MOVE EXPORT-TRAILER TO SUPP-EXPORT-RECORD
           WRITE SUPP-EXPORT-RECORD
           CLOSE SUPP-EXPORT-FILE
           PERFORM VARYING SUB-IX FROM 1 BY 1
             UNTIL SUB-IX > SUB-COUNT
               IF SUB-OPEN-YES(SUB-IX)
                   MOVE SUB-GH-COUNT(SUB-IX) TO ETR-GROUP-COUNT
                   MOVE SUB-DT-COUNT(SUB-IX) TO ETR-ROW-COUNT
                   MOVE SUB-HASH-TOTAL(SUB-IX) TO ETR-HASH-TOTAL
                   MOVE SPACES TO SUB-OUT-RECORD
                   MOVE EXPORT-TRAILER TO SUB-OUT-RECORD
                   PERFORM 180-WRITE-SUB-RECORD
                   PERFORM 185-CLOSE-SUB-FILE
               END-IF
           END-PERFORM.

       340-SCAN-ROW.
      *    THE SAME SCAN AS PATTMRG 340-SCAN-ROW: ONE PASS OVER THE
      *    ROW'S COMMA-SEPARATED PAYLOAD COMPUTES ITS HASH
      *    CONTRIBUTION AND, FOR A FIX SUBSCRIBER, BUILDS THE
      *    FIXED-FORMAT IMAGE. PATTERN ZERO FILL CHARACTERS NEVER
      *    ENTER THE HASH.
           MOVE ZERO TO ROW-HASH
           MOVE SPACES TO FIX-LINE
           MOVE 1 TO FIX-PTR
           MOVE "N" TO FIX-NEEDED
           MOVE "N" TO FIX-TRUNCATED
           IF REVIEW-COPY-YES
               PERFORM VARYING SUB-IX FROM 1 BY 1
                 UNTIL SUB-IX > SUB-COUNT
                   IF SUB-ROW-ACTIVE-YES(SUB-IX)
                     AND SUB-FORMAT-FIXED(SUB-IX)
                       SET FIX-NEEDED-YES TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           MOVE "N" TO ROW-SCAN-END
           MOVE 3 TO ROW-SCAN-PTR
           PERFORM UNTIL ROW-SCAN-END-YES
               MOVE SPACES TO ROW-SCAN-TOKEN
               UNSTRING QUAR-RECORD DELIMITED BY ","
                   INTO ROW-SCAN-TOKEN
                   WITH POINTER ROW-SCAN-PTR
               END-UNSTRING
               IF ROW-SCAN-TOKEN = SPACES
                   SET ROW-SCAN-END-YES TO TRUE
               ELSE
                   IF GROUP-PATTERN-NUM NOT = ZERO
                       COMPUTE ROW-HASH = ROW-HASH
                           + FUNCTION NUMVAL(ROW-SCAN-TOKEN)
                   END-IF
                   IF FIX-NEEDED-YES
                       MOVE SPACES TO FIX-CELL
                       IF GROUP-PATTERN-NUM = ZERO
                           MOVE ROW-SCAN-TOKEN(1:1)
                             TO FIX-CELL(4:1)
                       ELSE
                           COMPUTE FIX-VALUE =
                               FUNCTION NUMVAL(ROW-SCAN-TOKEN)
                           MOVE FIX-VALUE TO FIX-CELL
                       END-IF
                       STRING FIX-CELL DELIMITED BY SIZE
                         INTO FIX-LINE
                         WITH POINTER FIX-PTR
                         ON OVERFLOW
                             SET FIX-TRUNCATED-YES TO TRUE
                       END-STRING
                   END-IF
               END-IF
               IF ROW-SCAN-PTR > 4000
                   SET ROW-SCAN-END-YES TO TRUE
               END-IF
           END-PERFORM
           IF FIX-NEEDED-YES AND FIX-TRUNCATED-YES
               DISPLAY "WARNING: FIXED-FORMAT SUBSCRIBER ROW "
                   "TRUNCATED, PATTERN " GROUP-PATTERN-NUM
                   ", FEED DATA LOST"
               MOVE 8 TO REVIEW-SEVERITY
           END-IF.

       400-LOG-DECISIONS.
      *    WRITTEN ONCE THE SUPPLEMENTARY FEEDS ARE CLOSED. A FEED
      *    THAT CANNOT BE OPENED ENDS THE RUN IN 160 OR 170 BEFORE
      *    ANYTHING IS COPIED, SO NO RELEASE IS LOGGED FOR IT; A
      *    FIXED-FORMAT ROW TRUNCATED ON THE WAY OUT IS STILL LOGGED
      *    AS RELEASED AND ENDS THE RUN 08 FOR THE FEED TO BE FIXED.
           PERFORM VARYING GROUP-IX FROM 1 BY 1
             UNTIL GROUP-IX > GROUP-COUNT
               IF NOT QG-UNDECIDED(GROUP-IX)
                   MOVE REVIEW-STAMP TO QLG-STAMP
                   MOVE QG-OPERATOR(GROUP-IX) TO QLG-OPERATOR
                   MOVE QG-DECISION(GROUP-IX) TO QLG-ACTION
                   MOVE QG-LOG-KEY(GROUP-IX) TO QLG-KEY
                   MOVE QG-HASH-TOTAL(GROUP-IX) TO QLG-HASH-TOTAL
                   MOVE QG-REASON(GROUP-IX) TO QLG-REASON
                   MOVE DECISION-LOG-LINE TO DECISION-LOG-RECORD
                   WRITE DECISION-LOG-RECORD
               END-IF
           END-PERFORM
           CLOSE DECISION-LOG-FILE.

       500-WRITE-SUMMARY.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE "QUARANTINED GROUPS ON PATTQUAR......"
             TO RDL-TEXT
           COMPUTE RDL-COUNT = GROUP-COUNT + GROUPS-NOT-LOADED
           PERFORM 510-WRITE-DETAIL
           IF GROUPS-NOT-LOADED > ZERO
               MOVE "  NOT LOADED, LEFT FOR LATER REVIEW."
                 TO RDL-TEXT
               MOVE GROUPS-NOT-LOADED TO RDL-COUNT
               PERFORM 510-WRITE-DETAIL
           END-IF
           MOVE "  DAMAGED, ROWS DO NOT FOOT........."
             TO RDL-TEXT
           MOVE GROUPS-DAMAGED TO RDL-COUNT
           PERFORM 510-WRITE-DETAIL
           MOVE "DECISION CARDS READ................."
             TO RDL-TEXT
           MOVE CARDS-READ TO RDL-COUNT
           PERFORM 510-WRITE-DETAIL
           MOVE "  APPLIED..........................."
             TO RDL-TEXT
           MOVE CARDS-APPLIED TO RDL-COUNT
           PERFORM 510-WRITE-DETAIL
           MOVE "  REJECTED.........................."
             TO RDL-TEXT
           MOVE CARDS-REJECTED TO RDL-COUNT
           PERFORM 510-WRITE-DETAIL
           MOVE "GROUPS RELEASED THIS REVIEW........."
             TO RDL-TEXT
           MOVE GROUPS-RELEASED TO RDL-COUNT
           PERFORM 510-WRITE-DETAIL
           MOVE "GROUPS DISCARDED THIS REVIEW........"
             TO RDL-TEXT
           MOVE GROUPS-DISCARDED TO RDL-COUNT
           PERFORM 510-WRITE-DETAIL
           MOVE "GROUPS DECIDED IN EARLIER REVIEWS..."
             TO RDL-TEXT
           MOVE GROUPS-DECIDED-EARLIER TO RDL-COUNT
           PERFORM 510-WRITE-DETAIL
           MOVE "GROUPS AWAITING DECISION............"
             TO RDL-TEXT
           MOVE GROUPS-UNDECIDED TO RDL-COUNT
           PERFORM 510-WRITE-DETAIL
           IF SUPP-OPEN-YES
               MOVE "SUPPLEMENTARY FEED GROUPS..........."
                 TO RDL-TEXT
               MOVE SUPP-GH-COUNT TO RDL-COUNT
               PERFORM 510-WRITE-DETAIL
               MOVE "SUPPLEMENTARY FEED ROWS............."
                 TO RDL-TEXT
               MOVE SUPP-DT-COUNT TO RDL-COUNT
               PERFORM 510-WRITE-DETAIL
           ELSE
               MOVE "NO GROUP RELEASED, NO SUPPLEMENTARY FEED WRITTEN"
                 TO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
           END-IF.

       510-WRITE-DETAIL.
           MOVE REPORT-DETAIL-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD.
       END PROGRAM PATTQREL.
