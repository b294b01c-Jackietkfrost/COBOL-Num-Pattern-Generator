       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATTRSND.
      ******************************
      *AUTHOR:     JACKIE MARCANO  *
      ******************************
      *    SUBSCRIBER FEED REDELIVERY. RE-CUTS ONE RECEIVING AREA'S
      *    FEED FOR ONE PAST RUN DATE FROM THE MASTER EXPORT
      *    GENERATION THAT NIGHT PRODUCED, WITHOUT RERUNNING THE
      *    NIGHTLY PATTCBL -- SO NO NEW MASTER GENERATION IS WRITTEN
      *    AND NO OTHER SUBSCRIBER RECEIVES A DUPLICATE. THE PARM IS
      *    THE RUN DATE (YYYYMMDD) FOLLOWED BY THE SUBSCRIBER ID.
      *      - PATTEXP IS THE EXPORT GDG BASE, SO EVERY GENERATION IS
      *        READ NEWEST FIRST; THE FIRST GENERATION WHOSE FH
      *        HEADER CARRIES THE RUN DATE IS USED. A RERUN NIGHT
      *        LEAVES TWO GENERATIONS FOR ONE DATE AND THE NEWER ONE
      *        IS THE ONE THE SUBSCRIBERS WERE LAST SENT, THE SAME
      *        LATEST-WINS RULE PATTRCN APPLIES TO THE TRAILER LOG
      *      - THE FEED IS CUT WITH THE SUBSCRIBER'S PATTSUBS
      *        PROFILE EXACTLY AS PATTCBL AND PATTMRG CUT IT: ITS OWN
      *        FH HEADER, ONLY ITS SUBSCRIBED GH GROUPS, CSV OR FIX
      *        ROW FORMAT, AND ITS OWN TR TRAILER
      *      - THE MASTER GENERATION IS RE-FOOTED AGAINST ITS OWN TR
      *        TRAILER BEFORE ANYTHING IS TRUSTED FROM IT
      *      - THE RESENT TRAILER IS COMPARED WITH THE LATEST PATTTRL
      *        RECORD LOGGED FOR THE RUN DATE AND FEED, AND WHEN THEY
      *        AGREE A PATTTRL RECORD FLAGGED "R" (RESEND) IS
      *        APPENDED SO PATTRCN RECONCILES THE RESENT COPY
      *    THE PATRSNR REPORT SHOWS THE GENERATION USED AND THE
      *    ORIGINAL AND RESENT TOTALS SIDE BY SIDE.
      *    CONDITION CODES: 00 FEED RESENT AND TOTALS MATCH THE
      *    ORIGINAL NIGHT, 04 FEED RESENT BUT NO ORIGINAL TRAILER WAS
      *    LOGGED TO PROVE IT AGAINST, 08 NOTHING SAFE TO SEND -- NO
      *    GENERATION FOR THE DATE, SUBSCRIBER NOT ON PATTSUBS,
      *    MASTER GENERATION INCOMPLETE OR NOT FOOTING, OR RESENT
      *    TOTALS DISAGREE WITH THE ORIGINAL (THE RESEND IS THEN NOT
      *    LOGGED AND THE FEED MUST NOT BE TRANSMITTED), 12 A
      *    REQUIRED FILE COULD NOT BE OPENED OR THE PARM IS INVALID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-EXPORT-FILE ASSIGN TO "PATTEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-FILE-STATUS.
           SELECT PATTERN-SUBS-FILE ASSIGN TO "PATTSUBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBS-FILE-STATUS.
           SELECT PATTERN-TRAILER-LOG ASSIGN TO "PATTTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAILER-LOG-STATUS.
           SELECT RESEND-FEED-FILE ASSIGN TO "PATTSUBO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.
           SELECT RESEND-REPORT-FILE ASSIGN TO "PATRSNR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATTERN-EXPORT-FILE
           RECORDING MODE IS F.
       01  PATTERN-EXPORT-RECORD      PIC X(4000).

       FD  PATTERN-SUBS-FILE
           RECORDING MODE IS F.
       01  PATTERN-SUBS-RECORD.
           05  SUBS-ID                PIC X(8).
           05  FILLER                 PIC X.
           05  SUBS-FORMAT            PIC X(3).
           05  FILLER                 PIC X.
           05  SUBS-PATTERNS          PIC X(30).

       FD  PATTERN-TRAILER-LOG
           RECORDING MODE IS F.
       01  PATTERN-TRAILER-RECORD.
           05  TLI-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X.
           05  TLI-SUB-ID             PIC X(8).
           05  FILLER                 PIC X.
           05  TLI-GROUP-COUNT        PIC X(7).
           05  FILLER                 PIC X.
           05  TLI-ROW-COUNT          PIC X(9).
           05  FILLER                 PIC X.
           05  TLI-HASH-TOTAL         PIC X(15).
           05  FILLER                 PIC X.
           05  TLI-RESEND-FLAG        PIC X.
           05  FILLER                 PIC X(27).

       FD  RESEND-FEED-FILE
           RECORDING MODE IS F.
       01  RESEND-FEED-RECORD         PIC X(4000).

       FD  RESEND-REPORT-FILE
           RECORDING MODE IS F.
       01  RESEND-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  EXPORT-FILE-STATUS      PIC XX      VALUE "00".
       01  SUBS-FILE-STATUS        PIC XX      VALUE "00".
       01  TRAILER-LOG-STATUS      PIC XX      VALUE "00".
       01  FEED-FILE-STATUS        PIC XX      VALUE "00".
       01  REPORT-FILE-STATUS      PIC XX      VALUE "00".
       01  EXPORT-EOF              PIC X       VALUE "N".
           88  EXPORT-EOF-YES      VALUE "Y".
       01  SUBS-EOF                PIC X       VALUE "N".
           88  SUBS-EOF-YES        VALUE "Y".
       01  TRAILER-EOF             PIC X       VALUE "N".
           88  TRAILER-EOF-YES     VALUE "Y".
       01  RESEND-RUN-DATE         PIC X(8)    VALUE SPACES.
       01  RESEND-SUB-ID           PIC X(8)    VALUE SPACES.
       01  SUB-ID-LENGTH           PIC 99      VALUE ZERO.
       01  RESEND-SEVERITY         PIC 99      VALUE ZERO.
       01  RESEND-RESULT           PIC X(60)   VALUE SPACES.
      *    THE SUBSCRIBER'S PATTSUBS PROFILE, PARSED WITH THE SAME
      *    RULES AS PATTCBL 111-LOAD-SUBSCRIBERS: "ALL" OR A LIST OF
      *    TWO-DIGIT PATTERN NUMBERS; SLOT IS PATTERN NUMBER PLUS 1.
       01  SUB-FOUND               PIC X       VALUE "N".
           88  SUB-FOUND-YES       VALUE "Y".
       01  SUB-FORMAT              PIC X(3)    VALUE "CSV".
           88  SUB-FORMAT-FIXED    VALUE "FIX".
       01  SUB-PATTERN-LIST        PIC X(30)   VALUE SPACES.
       01  SUB-PATTERN-TABLE.
           05  SUB-PATTERN-FLAG    OCCURS 100 TIMES
                                       PIC X.
       01  SUB-PATTERN-SLOT        PIC 999     VALUE ZERO.
       01  SUB-PARSE-PTR           PIC 99      VALUE 1.
       01  SUB-PARSE-TOKEN         PIC XX.
       01  SUB-PARSE-END           PIC X       VALUE "N".
           88  SUB-PARSE-END-YES   VALUE "Y".
       01  SUB-ROW-ACTIVE          PIC X       VALUE "N".
           88  SUB-ROW-ACTIVE-YES  VALUE "Y".
      *    THE ORIGINAL NIGHT'S TRAILER FOR THIS FEED: THE LATEST
      *    PATTTRL RECORD FOR THE RUN DATE AND SUBSCRIBER, WHETHER
      *    THE NIGHTLY RUN OR AN EARLIER REDELIVERY WROTE IT.
       01  ORIGINAL-FOUND          PIC X       VALUE "N".
           88  ORIGINAL-FOUND-YES  VALUE "Y".
       01  ORIGINAL-GROUPS         PIC 9(7)    VALUE ZERO.
       01  ORIGINAL-ROWS           PIC 9(9)    VALUE ZERO.
       01  ORIGINAL-HASH           PIC 9(15)   VALUE ZERO.
       01  ORIGINAL-RESEND         PIC X       VALUE SPACE.
       01  TRAILERS-READ           PIC 9(7)    VALUE ZERO.
      *    GENERATION SEARCH. EVERY FH IN THE CONCATENATION STARTS A
      *    NEW GENERATION; POSITION 1 IS THE CURRENT GENERATION (0).
       01  GENERATION-POSITION     PIC 999     VALUE ZERO.
       01  GENERATION-USED         PIC 999     VALUE ZERO.
       01  GENERATION-RELATIVE     PIC ZZ9.
       01  GENERATION-HEADER       PIC X(18)   VALUE SPACES.
       01  GENERATION-FOUND        PIC X       VALUE "N".
           88  GENERATION-FOUND-YES VALUE "Y".
       01  GENERATION-DONE         PIC X       VALUE "N".
           88  GENERATION-DONE-YES VALUE "Y".
       01  GENERATION-TRAILER      PIC X       VALUE "N".
           88  GENERATION-TRAILER-YES VALUE "Y".
       01  MASTER-GH-COUNT         PIC 9(7)    VALUE ZERO.
       01  MASTER-DT-COUNT         PIC 9(9)    VALUE ZERO.
       01  MASTER-HASH-TOTAL       PIC 9(15)   VALUE ZERO.
       01  MASTER-TR-GROUPS        PIC 9(7)    VALUE ZERO.
       01  MASTER-TR-ROWS          PIC 9(9)    VALUE ZERO.
       01  MASTER-TR-HASH          PIC 9(15)   VALUE ZERO.
       01  MASTER-FOOTS            PIC X       VALUE "N".
           88  MASTER-FOOTS-YES    VALUE "Y".
       01  GROUP-PATTERN           PIC XX      VALUE SPACES.
       01  GROUP-PATTERN-NUM       PIC 99      VALUE ZERO.
       01  ROW-HASH                PIC 9(15)   VALUE ZERO.
       01  ROW-SCAN-PTR            PIC 9(4)    VALUE 1.
       01  ROW-SCAN-TOKEN          PIC X(4).
       01  ROW-SCAN-END            PIC X       VALUE "N".
           88  ROW-SCAN-END-YES    VALUE "Y".
       01  FIX-LINE                PIC X(3998).
       01  FIX-PTR                 PIC 9(4)    VALUE 1.
       01  FIX-CELL                PIC X(4).
       01  FIX-VALUE               PIC ZZZ9.
       01  FIX-TRUNCATED           PIC X       VALUE "N".
           88  FIX-TRUNCATED-YES   VALUE "Y".
       01  FIX-ROWS-TRUNCATED      PIC 9(7)    VALUE ZERO.
       01  FEED-OPEN               PIC X       VALUE "N".
           88  FEED-OPEN-YES       VALUE "Y".
       01  FEED-GH-COUNT           PIC 9(7)    VALUE ZERO.
       01  FEED-DT-COUNT           PIC 9(9)    VALUE ZERO.
       01  FEED-HASH-TOTAL         PIC 9(15)   VALUE ZERO.
       01  FEED-OUT-RECORD         PIC X(4000).
       01  TOTALS-MATCH            PIC X       VALUE "N".
           88  TOTALS-MATCH-YES    VALUE "Y".
       01  RESEND-LOGGED           PIC X       VALUE "N".
           88  RESEND-LOGGED-YES   VALUE "Y".
       01  EXPORT-SUB-HEADER.
           05  FILLER              PIC XX      VALUE "FH".
           05  ESH-RUN-DATE        PIC X(8).
           05  ESH-SUB-ID          PIC X(8).
       01  EXPORT-TRAILER.
           05  FILLER              PIC XX      VALUE "TR".
           05  ETR-GROUP-COUNT     PIC 9(7).
           05  ETR-ROW-COUNT       PIC 9(9).
           05  ETR-HASH-TOTAL      PIC 9(15).
      *    THE PATTTRL LAYOUT PATTCBL AND PATTMRG WRITE, WITH THE
      *    RESEND FLAG CARRIED IN THE FIRST FREE BYTE AFTER THE HASH
      *    (BLANK ON EVERY NIGHTLY RECORD).
       01  TRAILER-LOG-LINE.
           05  TRL-RUN-DATE        PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  TRL-SUB-ID          PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  TRL-GROUP-COUNT     PIC 9(7).
           05  FILLER              PIC X       VALUE SPACE.
           05  TRL-ROW-COUNT       PIC 9(9).
           05  FILLER              PIC X       VALUE SPACE.
           05  TRL-HASH-TOTAL      PIC 9(15).
           05  FILLER              PIC X       VALUE SPACE.
           05  TRL-RESEND-FLAG     PIC X       VALUE "R".
           05  FILLER              PIC X(27)   VALUE SPACES.
       01  REPORT-DETAIL-LINE.
           05  RDL-TEXT            PIC X(36).
           05  RDL-VALUE           PIC X(60).
           05  FILLER              PIC X(36)   VALUE SPACES.
       01  COMPARE-HEADING-LINE.
           05  FILLER              PIC X(38)   VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE "   GROUPS".
           05  FILLER              PIC X(13)   VALUE "         ROWS".
           05  FILLER              PIC X(21)
               VALUE "           HASH TOTAL".
           05  FILLER              PIC X(51)   VALUE SPACES.
       01  COMPARE-DETAIL-LINE.
           05  CDL-TEXT            PIC X(36).
           05  FILLER              PIC XX      VALUE SPACES.
           05  CDL-GROUPS          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC XX      VALUE SPACES.
           05  CDL-ROWS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC XX      VALUE SPACES.
           05  CDL-HASH            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(50)   VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LGTH           PIC S9(4)   COMP.
           05  PARM-RUN-DATE       PIC X(8).
           05  PARM-SUB-ID         PIC X(8).

       PROCEDURE DIVISION USING PARM-DATA.

       100-MAIN.
           PERFORM 110-INITIALIZE
           PERFORM 120-LOAD-SUBSCRIBER
           IF SUB-FOUND-YES
               PERFORM 150-LOAD-ORIGINAL-TRAILER
               PERFORM 200-FIND-GENERATION
               IF GENERATION-FOUND-YES
                   PERFORM 400-CHECK-MASTER-TRAILER
                   PERFORM 500-WRITE-FEED-TRAILER
                   PERFORM 450-COMPARE-ORIGINAL
                   PERFORM 510-LOG-RESEND-TRAILER
               ELSE
                   MOVE 8 TO RESEND-SEVERITY
                   MOVE "NO EXPORT GENERATION FOR THE RUN DATE"
                     TO RESEND-RESULT
               END-IF
           ELSE
               MOVE 8 TO RESEND-SEVERITY
               MOVE "SUBSCRIBER NOT ON PATTSUBS, NOTHING RESENT"
                 TO RESEND-RESULT
           END-IF
           CLOSE PATTERN-EXPORT-FILE
           PERFORM 600-WRITE-REPORT
           CLOSE RESEND-REPORT-FILE
           MOVE RESEND-SEVERITY TO RETURN-CODE
           STOP RUN.

       110-INITIALIZE.
      *    THE RUN DATE IS MANDATORY AND NUMERIC; THE SUBSCRIBER ID
      *    TAKES WHATEVER FOLLOWS IT, UP TO EIGHT CHARACTERS, SO A
      *    SHORT ID NEED NOT BE PADDED IN THE EXEC STATEMENT.
           IF PARM-LGTH < 9
               DISPLAY "PARM MUST BE RUN DATE YYYYMMDD FOLLOWED BY "
                   "THE SUBSCRIBER ID"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-RUN-DATE TO RESEND-RUN-DATE
           IF RESEND-RUN-DATE NOT NUMERIC
               DISPLAY "PARM RUN DATE IS NOT NUMERIC: "
                   RESEND-RUN-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE SUB-ID-LENGTH = PARM-LGTH - 8
           IF SUB-ID-LENGTH > 8
               MOVE 8 TO SUB-ID-LENGTH
           END-IF
           MOVE PARM-SUB-ID(1:SUB-ID-LENGTH) TO RESEND-SUB-ID
           OPEN OUTPUT RESEND-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATRSNR, FILE STATUS "
                   REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PATTERN-EXPORT-FILE
           IF EXPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTEXP, FILE STATUS "
                   EXPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       120-LOAD-SUBSCRIBER.
      *    THE WHOLE PROFILE MEMBER IS SEARCHED; THE FIRST RECORD
      *    CARRYING THE REQUESTED ID IS THE PROFILE USED.
           OPEN INPUT PATTERN-SUBS-FILE
           IF SUBS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTSUBS, FILE STATUS "
                   SUBS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SUBS-EOF-YES OR SUB-FOUND-YES
               READ PATTERN-SUBS-FILE
                   AT END
                       SET SUBS-EOF-YES TO TRUE
                   NOT AT END
                       IF SUBS-ID = RESEND-SUB-ID
                         AND SUBS-ID NOT = SPACES
                           PERFORM 125-PARSE-SUBSCRIBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PATTERN-SUBS-FILE.

       125-PARSE-SUBSCRIBER.
           SET SUB-FOUND-YES TO TRUE
           IF SUBS-FORMAT = "FIX"
               MOVE "FIX" TO SUB-FORMAT
           ELSE
               MOVE "CSV" TO SUB-FORMAT
           END-IF
           MOVE SUBS-PATTERNS TO SUB-PATTERN-LIST
           PERFORM VARYING SUB-PATTERN-SLOT FROM 1 BY 1
             UNTIL SUB-PATTERN-SLOT > 100
               IF SUBS-PATTERNS(1:3) = "ALL"
                   MOVE "Y" TO SUB-PATTERN-FLAG(SUB-PATTERN-SLOT)
               ELSE
                   MOVE "N" TO SUB-PATTERN-FLAG(SUB-PATTERN-SLOT)
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
                                   FUNCTION NUMVAL(SUB-PARSE-TOKEN)
                                   + 1
                               MOVE "Y" TO SUB-PATTERN-FLAG
                                   (SUB-PATTERN-SLOT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       150-LOAD-ORIGINAL-TRAILER.
      *    A MISSING TRAILER LOG IS NOT FATAL: THE FEED CAN STILL
      *    BE RESENT, BUT NOTHING PROVES IT AGAINST THE ORIGINAL AND
      *    THE RUN IS GRADED 04. THE LATEST RECORD FOR THE DATE AND
      *    FEED WINS, AS IN PATTRCN 210-LOAD-ONE-TRAILER.
           OPEN INPUT PATTERN-TRAILER-LOG
           IF TRAILER-LOG-STATUS = "00"
               PERFORM UNTIL TRAILER-EOF-YES
                   READ PATTERN-TRAILER-LOG
                       AT END
                           SET TRAILER-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO TRAILERS-READ
                           IF TLI-RUN-DATE = RESEND-RUN-DATE
                             AND TLI-SUB-ID = RESEND-SUB-ID
                             AND TLI-GROUP-COUNT IS NUMERIC
                             AND TLI-ROW-COUNT IS NUMERIC
                             AND TLI-HASH-TOTAL IS NUMERIC
                               SET ORIGINAL-FOUND-YES TO TRUE
                               MOVE TLI-GROUP-COUNT TO ORIGINAL-GROUPS
                               MOVE TLI-ROW-COUNT TO ORIGINAL-ROWS
                               MOVE TLI-HASH-TOTAL TO ORIGINAL-HASH
                               MOVE TLI-RESEND-FLAG TO ORIGINAL-RESEND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-TRAILER-LOG
           ELSE
               DISPLAY "PATTTRL UNAVAILABLE, FILE STATUS "
                   TRAILER-LOG-STATUS ", ORIGINAL TOTALS UNKNOWN"
           END-IF.

       200-FIND-GENERATION.
      *    ONE PASS OVER THE CONCATENATED GENERATIONS, NEWEST FIRST.
      *    RECORDS AHEAD OF THE MATCHING FH ARE SKIPPED; THE MATCHING
      *    GENERATION ENDS AT ITS TR TRAILER OR, IF IT HAS NONE, AT
      *    THE NEXT GENERATION'S FH OR END OF FILE.
           PERFORM UNTIL EXPORT-EOF-YES OR GENERATION-DONE-YES
               READ PATTERN-EXPORT-FILE
                   AT END
                       SET EXPORT-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM 210-EXPORT-RECORD
               END-READ
           END-PERFORM.

       210-EXPORT-RECORD.
           EVALUATE PATTERN-EXPORT-RECORD(1:2)
               WHEN "FH"
                   ADD 1 TO GENERATION-POSITION
                   IF GENERATION-FOUND-YES
                       SET GENERATION-DONE-YES TO TRUE
                   ELSE
                       IF PATTERN-EXPORT-RECORD(3:8) = RESEND-RUN-DATE
                           PERFORM 300-START-FEED
                       END-IF
                   END-IF
               WHEN "GH"
                   IF GENERATION-FOUND-YES
                       PERFORM 310-GROUP-HEADER
                   END-IF
               WHEN "DT"
                   IF GENERATION-FOUND-YES
                       PERFORM 320-COPY-ROW
                   END-IF
               WHEN "TR"
                   IF GENERATION-FOUND-YES
                       SET GENERATION-TRAILER-YES TO TRUE
                       SET GENERATION-DONE-YES TO TRUE
                       IF PATTERN-EXPORT-RECORD(3:31) IS NUMERIC
                           MOVE PATTERN-EXPORT-RECORD(3:7)
                             TO MASTER-TR-GROUPS
                           MOVE PATTERN-EXPORT-RECORD(10:9)
                             TO MASTER-TR-ROWS
                           MOVE PATTERN-EXPORT-RECORD(19:15)
                             TO MASTER-TR-HASH
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       300-START-FEED.
           SET GENERATION-FOUND-YES TO TRUE
           MOVE GENERATION-POSITION TO GENERATION-USED
           MOVE PATTERN-EXPORT-RECORD(1:18) TO GENERATION-HEADER
           OPEN OUTPUT RESEND-FEED-FILE
           IF FEED-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTSUBO, FILE STATUS "
                   FEED-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET FEED-OPEN-YES TO TRUE
           MOVE RESEND-RUN-DATE TO ESH-RUN-DATE
           MOVE RESEND-SUB-ID TO ESH-SUB-ID
           MOVE SPACES TO FEED-OUT-RECORD
           MOVE EXPORT-SUB-HEADER TO FEED-OUT-RECORD
           PERFORM 330-WRITE-FEED-RECORD.

       310-GROUP-HEADER.
           ADD 1 TO MASTER-GH-COUNT
           MOVE PATTERN-EXPORT-RECORD(3:2) TO GROUP-PATTERN
           IF GROUP-PATTERN IS NUMERIC
               MOVE GROUP-PATTERN TO GROUP-PATTERN-NUM
           ELSE
               MOVE ZERO TO GROUP-PATTERN-NUM
           END-IF
           COMPUTE SUB-PATTERN-SLOT = GROUP-PATTERN-NUM + 1
           IF SUB-PATTERN-FLAG(SUB-PATTERN-SLOT) = "Y"
               SET SUB-ROW-ACTIVE-YES TO TRUE
               MOVE PATTERN-EXPORT-RECORD TO FEED-OUT-RECORD
               MOVE SPACES TO FEED-OUT-RECORD(9:7)
               PERFORM 330-WRITE-FEED-RECORD
               ADD 1 TO FEED-GH-COUNT
           ELSE
               MOVE "N" TO SUB-ROW-ACTIVE
           END-IF.

       320-COPY-ROW.
           ADD 1 TO MASTER-DT-COUNT
           PERFORM 340-SCAN-ROW
           ADD ROW-HASH TO MASTER-HASH-TOTAL
           IF SUB-ROW-ACTIVE-YES
               IF SUB-FORMAT-FIXED
                   MOVE SPACES TO FEED-OUT-RECORD
                   MOVE "DT" TO FEED-OUT-RECORD(1:2)
                   MOVE FIX-LINE TO FEED-OUT-RECORD(3:3998)
               ELSE
                   MOVE PATTERN-EXPORT-RECORD TO FEED-OUT-RECORD
               END-IF
               PERFORM 330-WRITE-FEED-RECORD
               ADD 1 TO FEED-DT-COUNT
               ADD ROW-HASH TO FEED-HASH-TOTAL
           END-IF.

       330-WRITE-FEED-RECORD.
           MOVE FEED-OUT-RECORD TO RESEND-FEED-RECORD
           WRITE RESEND-FEED-RECORD.

       340-SCAN-ROW.
      *    THE SAME SCAN AS PATTMRG 340-SCAN-ROW: ONE PASS OVER THE
      *    ROW'S COMMA-SEPARATED PAYLOAD COMPUTES ITS HASH
      *    CONTRIBUTION AND, FOR A FIX SUBSCRIBER, BUILDS THE
      *    FIXED-FORMAT IMAGE -- EACH VALUE RIGHT-JUSTIFIED IN A
      *    FOUR-BYTE CELL, NO COMMAS. PATTERN ZERO FILL CHARACTERS
      *    NEVER ENTER THE HASH.
           MOVE ZERO TO ROW-HASH
           MOVE SPACES TO FIX-LINE
           MOVE 1 TO FIX-PTR
           MOVE "N" TO FIX-TRUNCATED
           MOVE "N" TO ROW-SCAN-END
           MOVE 3 TO ROW-SCAN-PTR
           PERFORM UNTIL ROW-SCAN-END-YES
               MOVE SPACES TO ROW-SCAN-TOKEN
               UNSTRING PATTERN-EXPORT-RECORD DELIMITED BY ","
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
                   IF SUB-ROW-ACTIVE-YES AND SUB-FORMAT-FIXED
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
      *    A TRUNCATED FIX ROW LOSES FEED DATA EXACTLY AS IT WOULD
      *    ON THE NIGHT; THE TOTALS STILL FOOT BUT THE ROW IS NOT
      *    WHAT THE RECEIVER WAS SENT, SO IT IS COUNTED AND GRADED.
           IF SUB-ROW-ACTIVE-YES AND SUB-FORMAT-FIXED
             AND FIX-TRUNCATED-YES
               ADD 1 TO FIX-ROWS-TRUNCATED
           END-IF.

       400-CHECK-MASTER-TRAILER.
      *    A GENERATION WITHOUT ITS TR TRAILER, OR WHOSE RECORDS DO
      *    NOT FOOT TO IT, IS DAMAGED OR FROM AN ABENDED RUN; A FEED
      *    CUT FROM IT CANNOT BE TRUSTED.
           IF GENERATION-TRAILER-YES
             AND MASTER-GH-COUNT = MASTER-TR-GROUPS
             AND MASTER-DT-COUNT = MASTER-TR-ROWS
             AND MASTER-HASH-TOTAL = MASTER-TR-HASH
               SET MASTER-FOOTS-YES TO TRUE
           END-IF.

       450-COMPARE-ORIGINAL.
           IF ORIGINAL-FOUND-YES
             AND FEED-GH-COUNT = ORIGINAL-GROUPS
             AND FEED-DT-COUNT = ORIGINAL-ROWS
             AND FEED-HASH-TOTAL = ORIGINAL-HASH
               SET TOTALS-MATCH-YES TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN NOT MASTER-FOOTS-YES
                   MOVE 8 TO RESEND-SEVERITY
                   MOVE "MASTER GENERATION DOES NOT FOOT, DO NOT SEND"
                     TO RESEND-RESULT
               WHEN FIX-ROWS-TRUNCATED > ZERO
                   MOVE 8 TO RESEND-SEVERITY
                   MOVE "FIXED-FORMAT ROWS TRUNCATED, DO NOT SEND"
                     TO RESEND-RESULT
               WHEN NOT ORIGINAL-FOUND-YES
                   MOVE 4 TO RESEND-SEVERITY
                   MOVE "RESENT, BUT NO ORIGINAL TRAILER WAS LOGGED"
                     TO RESEND-RESULT
               WHEN NOT TOTALS-MATCH-YES
                   MOVE 8 TO RESEND-SEVERITY
                   MOVE "RESENT TOTALS DIFFER FROM THE ORIGINAL NIGHT"
                     TO RESEND-RESULT
               WHEN OTHER
                   MOVE ZERO TO RESEND-SEVERITY
                   MOVE "RESENT TOTALS MATCH THE ORIGINAL NIGHT"
                     TO RESEND-RESULT
           END-EVALUATE.

       500-WRITE-FEED-TRAILER.
           MOVE FEED-GH-COUNT TO ETR-GROUP-COUNT
           MOVE FEED-DT-COUNT TO ETR-ROW-COUNT
           MOVE FEED-HASH-TOTAL TO ETR-HASH-TOTAL
           MOVE SPACES TO FEED-OUT-RECORD
           MOVE EXPORT-TRAILER TO FEED-OUT-RECORD
           PERFORM 330-WRITE-FEED-RECORD
           CLOSE RESEND-FEED-FILE.

       510-LOG-RESEND-TRAILER.
      *    ONLY A RESEND THAT IS SAFE TO TRANSMIT IS LOGGED; AN 08
      *    LEAVES THE ORIGINAL RECORD AS THE LATEST, SO PATTRCN KEEPS
      *    RECONCILING WHAT THE RECEIVER ACTUALLY HOLDS.
           IF RESEND-SEVERITY < 8
               OPEN EXTEND PATTERN-TRAILER-LOG
               IF TRAILER-LOG-STATUS NOT = "00"
                   OPEN OUTPUT PATTERN-TRAILER-LOG
               END-IF
               IF TRAILER-LOG-STATUS = "00"
                   MOVE RESEND-RUN-DATE TO TRL-RUN-DATE
                   MOVE RESEND-SUB-ID TO TRL-SUB-ID
                   MOVE FEED-GH-COUNT TO TRL-GROUP-COUNT
                   MOVE FEED-DT-COUNT TO TRL-ROW-COUNT
                   MOVE FEED-HASH-TOTAL TO TRL-HASH-TOTAL
                   MOVE SPACES TO PATTERN-TRAILER-RECORD
                   MOVE TRAILER-LOG-LINE TO PATTERN-TRAILER-RECORD
                   WRITE PATTERN-TRAILER-RECORD
                   CLOSE PATTERN-TRAILER-LOG
                   SET RESEND-LOGGED-YES TO TRUE
               ELSE
                   DISPLAY "UNABLE TO OPEN PATTTRL, FILE STATUS "
                       TRAILER-LOG-STATUS
                   MOVE 8 TO RESEND-SEVERITY
                   MOVE "RESEND NOT LOGGED ON PATTTRL, DO NOT SEND"
                     TO RESEND-RESULT
               END-IF
           END-IF.

       600-WRITE-REPORT.
           MOVE "SUBSCRIBER FEED REDELIVERY" TO RESEND-REPORT-RECORD
           WRITE RESEND-REPORT-RECORD
           MOVE SPACES TO RESEND-REPORT-RECORD
           WRITE RESEND-REPORT-RECORD
           MOVE "RUN DATE REQUESTED.................."
             TO RDL-TEXT
           MOVE RESEND-RUN-DATE TO RDL-VALUE
           PERFORM 610-WRITE-DETAIL
           MOVE "SUBSCRIBER.........................."
             TO RDL-TEXT
           MOVE RESEND-SUB-ID TO RDL-VALUE
           PERFORM 610-WRITE-DETAIL
           IF SUB-FOUND-YES
               MOVE "FEED FORMAT........................."
                 TO RDL-TEXT
               MOVE SUB-FORMAT TO RDL-VALUE
               PERFORM 610-WRITE-DETAIL
               MOVE "SUBSCRIBED PATTERNS................."
                 TO RDL-TEXT
               MOVE SUB-PATTERN-LIST TO RDL-VALUE
               PERFORM 610-WRITE-DETAIL
           END-IF
           IF GENERATION-FOUND-YES
               COMPUTE GENERATION-RELATIVE = GENERATION-USED - 1
               MOVE "EXPORT GENERATION USED.............."
                 TO RDL-TEXT
               MOVE SPACES TO RDL-VALUE
               IF GENERATION-USED = 1
                   MOVE "PROD.PATTERN.EXPORT(0)" TO RDL-VALUE
               ELSE
                   STRING "PROD.PATTERN.EXPORT(-" DELIMITED BY SIZE
                       FUNCTION TRIM(GENERATION-RELATIVE)
                       DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                     INTO RDL-VALUE
               END-IF
               PERFORM 610-WRITE-DETAIL
               MOVE "GENERATION FILE HEADER.............."
                 TO RDL-TEXT
               MOVE GENERATION-HEADER TO RDL-VALUE
               PERFORM 610-WRITE-DETAIL
               MOVE "MASTER GENERATION FOOTS TO ITS TR..."
                 TO RDL-TEXT
               IF MASTER-FOOTS-YES
                   MOVE "YES" TO RDL-VALUE
               ELSE
                   MOVE "NO" TO RDL-VALUE
               END-IF
               PERFORM 610-WRITE-DETAIL
               MOVE SPACES TO RESEND-REPORT-RECORD
               WRITE RESEND-REPORT-RECORD
               MOVE COMPARE-HEADING-LINE TO RESEND-REPORT-RECORD
               WRITE RESEND-REPORT-RECORD
               MOVE "MASTER GENERATION TRAILER..........."
                 TO CDL-TEXT
               MOVE MASTER-TR-GROUPS TO CDL-GROUPS
               MOVE MASTER-TR-ROWS TO CDL-ROWS
               MOVE MASTER-TR-HASH TO CDL-HASH
               PERFORM 620-WRITE-COMPARE
               MOVE "MASTER GENERATION AS READ..........."
                 TO CDL-TEXT
               MOVE MASTER-GH-COUNT TO CDL-GROUPS
               MOVE MASTER-DT-COUNT TO CDL-ROWS
               MOVE MASTER-HASH-TOTAL TO CDL-HASH
               PERFORM 620-WRITE-COMPARE
               IF ORIGINAL-FOUND-YES
                   IF ORIGINAL-RESEND = "R"
                       MOVE "LOGGED TRAILER (EARLIER RESEND)....."
                         TO CDL-TEXT
                   ELSE
                       MOVE "LOGGED TRAILER (ORIGINAL NIGHT)....."
                         TO CDL-TEXT
                   END-IF
                   MOVE ORIGINAL-GROUPS TO CDL-GROUPS
                   MOVE ORIGINAL-ROWS TO CDL-ROWS
                   MOVE ORIGINAL-HASH TO CDL-HASH
                   PERFORM 620-WRITE-COMPARE
               ELSE
                   MOVE "LOGGED TRAILER......................"
                     TO RDL-TEXT
                   MOVE "NONE ON PATTTRL FOR THIS DATE AND FEED"
                     TO RDL-VALUE
                   PERFORM 610-WRITE-DETAIL
               END-IF
               MOVE "RESENT FEED TRAILER................."
                 TO CDL-TEXT
               MOVE FEED-GH-COUNT TO CDL-GROUPS
               MOVE FEED-DT-COUNT TO CDL-ROWS
               MOVE FEED-HASH-TOTAL TO CDL-HASH
               PERFORM 620-WRITE-COMPARE
               IF FIX-ROWS-TRUNCATED > ZERO
                   MOVE "FIXED-FORMAT ROWS TRUNCATED........."
                     TO CDL-TEXT
                   MOVE FIX-ROWS-TRUNCATED TO CDL-ROWS
                   MOVE ZERO TO CDL-GROUPS
                   MOVE ZERO TO CDL-HASH
                   PERFORM 620-WRITE-COMPARE
               END-IF
               MOVE SPACES TO RESEND-REPORT-RECORD
               WRITE RESEND-REPORT-RECORD
               MOVE "RESEND LOGGED ON PATTTRL............"
                 TO RDL-TEXT
               IF RESEND-LOGGED-YES
                   MOVE "YES, FLAGGED R" TO RDL-VALUE
               ELSE
                   MOVE "NO" TO RDL-VALUE
               END-IF
               PERFORM 610-WRITE-DETAIL
           END-IF
           MOVE SPACES TO RESEND-REPORT-RECORD
           WRITE RESEND-REPORT-RECORD
           MOVE SPACES TO RESEND-REPORT-RECORD
           STRING "RESULT: " DELIMITED BY SIZE
               RESEND-RESULT DELIMITED BY SIZE
             INTO RESEND-REPORT-RECORD
           WRITE RESEND-REPORT-RECORD
           DISPLAY RESEND-REPORT-RECORD.

       610-WRITE-DETAIL.
           MOVE REPORT-DETAIL-LINE TO RESEND-REPORT-RECORD
           WRITE RESEND-REPORT-RECORD.

       620-WRITE-COMPARE.
           MOVE COMPARE-DETAIL-LINE TO RESEND-REPORT-RECORD
           WRITE RESEND-REPORT-RECORD.
       END PROGRAM PATTRSND.
