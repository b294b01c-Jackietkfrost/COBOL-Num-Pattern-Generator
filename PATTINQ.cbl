       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATTINQ.
      ******************************
      *AUTHOR:     JACKIE MARCANO  *
      ******************************
      *    OPERATOR INQUIRY ON ONE NIGHT'S RUN. THE OPERATOR KEYS A
      *    RUN DATE (THE LATEST DATE ON PATTHIST IS OFFERED FIRST)
      *    AND ONE PANEL SHOWS, WITHOUT PULLING SYSOUT OR RUNNING A
      *    REPORT JOB:
      *      - THE PATTHIST CONTROL TOTALS, BALANCE FLAG, REQUEST SET
      *        AND CONDITION CODE (THE LATEST RECORD FOR THE DATE, AS
      *        A RERUN APPENDS AGAIN)
      *      - EVERY FEED CUT THAT NIGHT WITH ITS PATTTRL GROUP, ROW
      *        AND HASH TOTALS AND WHETHER THE RECEIVER'S PATTACK
      *        ACKNOWLEDGMENT MATCHES, BY THE SAME RULE PATTRCN USES
      *      - THE NIGHT'S EXCEPTIONS FROM THE PERMANENT PATTERRH LOG,
      *        EIGHT TO A PAGE
      *    READ ONLY: NOTHING IS WRITTEN. THE SAME PATTSEC SIGN-ON
      *    AS PATTMNT APPLIES; ANY OPERATOR ON PATTSEC MAY INQUIRE,
      *    AND A SITE WITHOUT A PATTSEC FILE RUNS UNSECURED.
      *    CONDITION CODES: 00 SESSION ENDED, 08 SIGN-ON REFUSED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-HISTORY-FILE ASSIGN TO "PATTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT PATTERN-TRAILER-LOG ASSIGN TO "PATTTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAILER-LOG-STATUS.
           SELECT PATTERN-ACK-FILE ASSIGN TO "PATTACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
           SELECT PATTERN-ERROR-LOG ASSIGN TO "PATTERRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-STATUS.
           SELECT PATTERN-SECURITY-FILE ASSIGN TO "PATTSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATTERN-HISTORY-FILE
           RECORDING MODE IS F.
       01  PATTERN-HISTORY-RECORD.
           05  HIST-RUN-DATE          PIC X(8).
           05  FILLER                 PIC X.
           05  HIST-SET-NAME          PIC X(8).
           05  FILLER                 PIC X.
           05  HIST-PARM-READ         PIC X(7).
           05  FILLER                 PIC X.
           05  HIST-DISPATCHED        PIC X(7).
           05  FILLER                 PIC X.
           05  HIST-REJECTED          PIC X(7).
           05  FILLER                 PIC X.
           05  HIST-REPORT-ROWS       PIC X(7).
           05  FILLER                 PIC X.
           05  HIST-EXPORT-ROWS       PIC X(7).
           05  FILLER                 PIC X.
           05  HIST-TRUNCATED         PIC X(7).
           05  FILLER                 PIC X.
           05  HIST-BALANCE           PIC X.
           05  FILLER                 PIC X.
           05  HIST-SEVERITY          PIC XX.
           05  FILLER                 PIC X(11).

       FD  PATTERN-TRAILER-LOG
           RECORDING MODE IS F.
       01  PATTERN-TRAILER-RECORD.
           05  TRL-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X.
           05  TRL-SUB-ID             PIC X(8).
           05  FILLER                 PIC X.
           05  TRL-GROUP-COUNT        PIC X(7).
           05  FILLER                 PIC X.
           05  TRL-ROW-COUNT          PIC X(9).
           05  FILLER                 PIC X.
           05  TRL-HASH-TOTAL         PIC X(15).
           05  FILLER                 PIC X.
           05  TRL-RESEND-FLAG        PIC X.
               88  TRL-RESEND-YES     VALUE "R".
           05  FILLER                 PIC X(27).

       FD  PATTERN-ACK-FILE
           RECORDING MODE IS F.
       01  PATTERN-ACK-RECORD.
           05  ACK-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X.
           05  ACK-SUB-ID             PIC X(8).
           05  FILLER                 PIC X.
           05  ACK-GROUP-COUNT        PIC X(7).
           05  FILLER                 PIC X.
           05  ACK-ROW-COUNT          PIC X(9).
           05  FILLER                 PIC X.
           05  ACK-HASH-TOTAL         PIC X(15).
           05  FILLER                 PIC X(29).

      *    PATTERRH AS PATTCBL 190-LOG-EXCEPTION APPENDS IT: RUN
      *    DATE, SET, SLICE AND TIME LOGGED AHEAD OF THE PATTERR
      *    SUMMARY DETAIL.
       FD  PATTERN-ERROR-LOG
           RECORDING MODE IS F.
       01  PATTERN-ERROR-LOG-RECORD.
           05  ERL-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X.
           05  ERL-SET-NAME           PIC X(8).
           05  FILLER                 PIC X.
           05  ERL-SLICE              PIC X.
           05  FILLER                 PIC X.
           05  ERL-TIME               PIC X(6).
           05  FILLER                 PIC X.
           05  ERL-SEVERITY           PIC X(4).
           05  FILLER                 PIC X(9).
           05  ERL-PARM-RECORD        PIC X(5).
           05  FILLER                 PIC X(10).
           05  ERL-PATTERN            PIC XX.
           05  FILLER                 PIC X(7).
           05  ERL-SIZE               PIC XXX.
           05  FILLER                 PIC XX.
           05  ERL-MESSAGE            PIC X(60).
           05  FILLER                 PIC X(3).

       FD  PATTERN-SECURITY-FILE
           RECORDING MODE IS F.
       01  PATTERN-SECURITY-RECORD.
           05  SEC-ID-IN              PIC X(8).
           05  FILLER                 PIC X.
           05  SEC-SAVE-IN            PIC X.
           05  FILLER                 PIC X.
           05  SEC-PATTERNS-IN        PIC X(30).

       WORKING-STORAGE SECTION.
       01  HISTORY-FILE-STATUS     PIC XX      VALUE "00".
       01  TRAILER-LOG-STATUS      PIC XX      VALUE "00".
       01  ACK-FILE-STATUS         PIC XX      VALUE "00".
       01  ERROR-LOG-STATUS        PIC XX      VALUE "00".
       01  SEC-FILE-STATUS         PIC XX      VALUE "00".
       01  HISTORY-EOF             PIC X       VALUE "N".
           88  HISTORY-EOF-YES     VALUE "Y".
       01  TRAILER-EOF             PIC X       VALUE "N".
           88  TRAILER-EOF-YES     VALUE "Y".
       01  ACK-EOF                 PIC X       VALUE "N".
           88  ACK-EOF-YES         VALUE "Y".
       01  ERROR-LOG-EOF           PIC X       VALUE "N".
           88  ERROR-LOG-EOF-YES   VALUE "Y".
       01  SEC-EOF                 PIC X       VALUE "N".
           88  SEC-EOF-YES         VALUE "Y".
      *    SAME PATTSEC SIGN-ON AS PATTMNT. THE SAVE FLAG DOES NOT
      *    MATTER HERE -- AN INQUIRY CHANGES NOTHING.
       01  SECURITY-ACTIVE         PIC X       VALUE "N".
           88  SECURITY-ACTIVE-YES VALUE "Y".
       01  SEC-TABLE.
           05  SEC-ENTRY           OCCURS 20 TIMES.
               10  SEC-ID          PIC X(8).
       01  SEC-COUNT               PIC 99      VALUE ZERO.
       01  SEC-IX                  PIC 99      VALUE ZERO.
       01  OPERATOR-ID             PIC X(8)    VALUE SPACES.
       01  OPERATOR-IX             PIC 99      VALUE ZERO.
       01  SIGNON-TRIES            PIC 9       VALUE ZERO.
       01  SIGNON-REFUSED          PIC X       VALUE "N".
           88  SIGNON-REFUSED-YES  VALUE "Y".
       01  INQ-ACTION              PIC X       VALUE SPACE.
       01  INQ-MESSAGE             PIC X(60)   VALUE SPACES.
       01  SESSION-DONE            PIC X       VALUE "N".
           88  SESSION-DONE-YES    VALUE "Y".
      *    THE DATE THE OPERATOR KEYS, AND THE DATE THE PANEL WAS
      *    LAST LOADED FOR; A CHANGED DATE IS LOADED ON THE NEXT
      *    ENTER WHATEVER THE ACTION.
       01  INQ-RUN-DATE            PIC X(8)    VALUE SPACES.
       01  LOADED-RUN-DATE         PIC X(8)    VALUE SPACES.
       01  LATEST-RUN-DATE         PIC X(8)    VALUE SPACES.
      *    PATTHIST FOR THE DATE -- THE LAST RECORD WINS, AS A RERUN
      *    APPENDS ITS OWN.
       01  HIST-FOUND              PIC X       VALUE "N".
           88  HIST-FOUND-YES      VALUE "Y".
       01  HIST-SAVE-RECORD        PIC X(80).
       01  HIST-SAVE REDEFINES HIST-SAVE-RECORD.
           05  HS-RUN-DATE         PIC X(8).
           05  FILLER              PIC X.
           05  HS-SET-NAME         PIC X(8).
           05  FILLER              PIC X.
           05  HS-PARM-READ        PIC X(7).
           05  FILLER              PIC X.
           05  HS-DISPATCHED       PIC X(7).
           05  FILLER              PIC X.
           05  HS-REJECTED         PIC X(7).
           05  FILLER              PIC X.
           05  HS-REPORT-ROWS      PIC X(7).
           05  FILLER              PIC X.
           05  HS-EXPORT-ROWS      PIC X(7).
           05  FILLER              PIC X.
           05  HS-TRUNCATED        PIC X(7).
           05  FILLER              PIC X.
           05  HS-BALANCE          PIC X.
           05  FILLER              PIC X.
           05  HS-SEVERITY         PIC XX.
           05  FILLER              PIC X(11).
       01  SHOW-SET-NAME           PIC X(8)    VALUE SPACES.
       01  SHOW-SEVERITY           PIC XX      VALUE SPACES.
       01  SHOW-BALANCE            PIC X(14)   VALUE SPACES.
       01  TOTALS-LINE.
           05  FILLER              PIC X(5)    VALUE "READ ".
           05  TOT-PARM-READ       PIC X(7).
           05  FILLER              PIC X(7)    VALUE "  DISP ".
           05  TOT-DISPATCHED      PIC X(7).
           05  FILLER              PIC X(6)    VALUE "  REJ ".
           05  TOT-REJECTED        PIC X(7).
           05  FILLER              PIC X(6)    VALUE "  RPT ".
           05  TOT-REPORT-ROWS     PIC X(7).
           05  FILLER              PIC X(6)    VALUE "  EXP ".
           05  TOT-EXPORT-ROWS     PIC X(7).
           05  FILLER              PIC X(8)    VALUE "  TRUNC ".
           05  TOT-TRUNCATED       PIC X(7).
      *    ONE ENTRY PER FEED CUT FOR THE DATE: THE MASTER FEED AND
      *    UP TO FOUR SUBSCRIBER AREAS, THE LATEST TRAILER FOR EACH
      *    (A RESEND OR RERUN REPLACES WHAT THE RECEIVER HOLDS).
       01  FEED-TABLE.
           05  FEED-ENTRY          OCCURS 5 TIMES.
               10  FT-SUB-ID       PIC X(8).
               10  FT-GROUPS       PIC 9(7).
               10  FT-ROWS         PIC 9(9).
               10  FT-HASH         PIC 9(15).
               10  FT-RESENT       PIC X.
               10  FT-ACK-STATE    PIC X.
                   88  FT-ACK-NONE     VALUE "N".
                   88  FT-ACK-MATCHED  VALUE "M".
                   88  FT-ACK-MISMATCH VALUE "X".
       01  FEED-COUNT              PIC 9       VALUE ZERO.
       01  FEED-IX                 PIC 9       VALUE ZERO.
       01  FEED-OVERFLOW           PIC X       VALUE "N".
           88  FEED-OVERFLOW-YES   VALUE "Y".
       01  MATCH-FOUND             PIC X       VALUE "N".
           88  MATCH-FOUND-YES     VALUE "Y".
       01  FEED-LIST-TABLE.
           05  FEED-LIST-LINE      OCCURS 5 TIMES
                                       PIC X(78).
       01  FEED-LIST-BUILD.
           05  FLB-SUB-ID          PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FLB-GROUPS          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FLB-ROWS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FLB-HASH            PIC 9(15).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FLB-ACK             PIC X(8).
           05  FLB-RESENT          PIC X(9).
      *    THE NIGHT'S EXCEPTIONS IN LOG ORDER; 500 IS FAR MORE THAN
      *    ANY NIGHT HAS EVER LOGGED, AND ANY EXCESS IS COUNTED AND
      *    FLAGGED RATHER THAN SILENTLY DROPPED.
       01  EXC-TABLE.
           05  EXC-ENTRY           OCCURS 500 TIMES
                                       PIC X(78).
       01  EXC-COUNT               PIC 999     VALUE ZERO.
       01  EXC-OVER                PIC 9(5)    VALUE ZERO.
       01  EXC-INDEX               PIC 999     VALUE ZERO.
       01  EXC-PAGE-FIRST          PIC 999     VALUE 1.
       01  EXC-LIST-SLOT           PIC 99      VALUE ZERO.
       01  EXC-LIST-TABLE.
           05  EXC-LIST-LINE       OCCURS 8 TIMES
                                       PIC X(78).
       01  EXC-LIST-BUILD.
           05  ELB-TIME            PIC X(6).
           05  FILLER              PIC X       VALUE SPACE.
           05  ELB-SLICE           PIC X.
           05  FILLER              PIC X       VALUE SPACE.
           05  ELB-SEVERITY        PIC X(4).
           05  FILLER              PIC X       VALUE SPACE.
           05  ELB-PARM-RECORD     PIC X(5).
           05  FILLER              PIC X       VALUE SPACE.
           05  ELB-PATTERN         PIC XX.
           05  FILLER              PIC X       VALUE SPACE.
           05  ELB-SIZE            PIC XXX.
           05  FILLER              PIC X       VALUE SPACE.
           05  ELB-MESSAGE         PIC X(51).
       01  EXC-PAGE-NUMBER         PIC 999     VALUE ZERO.
       01  EXC-PAGE-TOTAL          PIC 999     VALUE ZERO.
       01  EXC-PAGE-LINE.
           05  FILLER              PIC X(12)   VALUE "EXCEPTIONS: ".
           05  EPL-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(8)    VALUE "   PAGE ".
           05  EPL-PAGE            PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE " OF ".
           05  EPL-PAGES           PIC ZZ9.

      ******************************************************************
       SCREEN SECTION.

       01 SIGNON-SCREEN
           BLANK SCREEN.
           05 LINE 3 COLUMN 25 VALUE "************************".
           05 LINE 4 COLUMN 25 VALUE "*  OPERATOR SIGN-ON    *".
           05 LINE 5 COLUMN 25 VALUE "************************".
           05 LINE 7 COLUMN 25 VALUE "ENTER OPERATOR ID:".
           05 LINE 7 COLUMN 45 PIC X(8) USING OPERATOR-ID.

      ******************************************************************

       01 INQUIRY-SCREEN
           BLANK SCREEN.
           05 LINE 1  COLUMN 28 VALUE "PATTERN RUN INQUIRY".
           05 LINE 3  COLUMN 2  VALUE "RUN DATE:".
           05 LINE 3  COLUMN 12 PIC X(8) USING INQ-RUN-DATE.
           05 LINE 3  COLUMN 23 VALUE "SET:".
           05 LINE 3  COLUMN 28 PIC X(8) FROM SHOW-SET-NAME.
           05 LINE 3  COLUMN 39 VALUE "CC:".
           05 LINE 3  COLUMN 43 PIC XX FROM SHOW-SEVERITY.
           05 LINE 3  COLUMN 48 PIC X(14) FROM SHOW-BALANCE.
           05 LINE 4  COLUMN 2  PIC X(78) FROM TOTALS-LINE.
           05 LINE 6  COLUMN 2  VALUE
           "FEED         GROUPS         ROWS             HASH  ACK".
           05 LINE 7  COLUMN 2  PIC X(78) FROM FEED-LIST-LINE(1).
           05 LINE 8  COLUMN 2  PIC X(78) FROM FEED-LIST-LINE(2).
           05 LINE 9  COLUMN 2  PIC X(78) FROM FEED-LIST-LINE(3).
           05 LINE 10 COLUMN 2  PIC X(78) FROM FEED-LIST-LINE(4).
           05 LINE 11 COLUMN 2  PIC X(78) FROM FEED-LIST-LINE(5).
           05 LINE 13 COLUMN 2  PIC X(35) FROM EXC-PAGE-LINE.
           05 LINE 14 COLUMN 2  PIC X(78) FROM EXC-LIST-LINE(1).
           05 LINE 15 COLUMN 2  PIC X(78) FROM EXC-LIST-LINE(2).
           05 LINE 16 COLUMN 2  PIC X(78) FROM EXC-LIST-LINE(3).
           05 LINE 17 COLUMN 2  PIC X(78) FROM EXC-LIST-LINE(4).
           05 LINE 18 COLUMN 2  PIC X(78) FROM EXC-LIST-LINE(5).
           05 LINE 19 COLUMN 2  PIC X(78) FROM EXC-LIST-LINE(6).
           05 LINE 20 COLUMN 2  PIC X(78) FROM EXC-LIST-LINE(7).
           05 LINE 21 COLUMN 2  PIC X(78) FROM EXC-LIST-LINE(8).
           05 LINE 22 COLUMN 2  VALUE
           "ENTER=LOAD DATE N=NEXT P=PREV X=EXIT   ACTION:".
           05 LINE 22 COLUMN 49 PIC X USING INQ-ACTION.
           05 LINE 23 COLUMN 2  PIC X(60) FROM INQ-MESSAGE.

       PROCEDURE DIVISION.

       100-MAIN.
           PERFORM 500-SIGN-ON
           IF SIGNON-REFUSED-YES
               DISPLAY "SIGN-ON REFUSED, OPERATOR NOT ON PATTSEC"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-FIND-LATEST-DATE
           MOVE LATEST-RUN-DATE TO INQ-RUN-DATE
           PERFORM 200-LOAD-RUN-DATE
           PERFORM UNTIL SESSION-DONE-YES
               PERFORM 300-BUILD-EXC-LIST
               MOVE SPACE TO INQ-ACTION
               DISPLAY INQUIRY-SCREEN
               ACCEPT INQUIRY-SCREEN
               MOVE SPACES TO INQ-MESSAGE
               PERFORM 400-INQ-ACTION
           END-PERFORM
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       110-FIND-LATEST-DATE.
      *    THE HISTORY IS APPENDED IN RUN ORDER BUT A PINNED RERUN
      *    OF AN OLD DATE CAN LAND LAST, SO THE HIGHEST DATE IS
      *    TAKEN RATHER THAN THE LAST RECORD.
           MOVE "N" TO HISTORY-EOF
           OPEN INPUT PATTERN-HISTORY-FILE
           IF HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL HISTORY-EOF-YES
                   READ PATTERN-HISTORY-FILE
                       AT END
                           SET HISTORY-EOF-YES TO TRUE
                       NOT AT END
                           IF HIST-RUN-DATE IS NUMERIC
                             AND HIST-RUN-DATE > LATEST-RUN-DATE
                               MOVE HIST-RUN-DATE TO LATEST-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-HISTORY-FILE
           END-IF.

       200-LOAD-RUN-DATE.
           MOVE INQ-RUN-DATE TO LOADED-RUN-DATE
           MOVE 1 TO EXC-PAGE-FIRST
           PERFORM 210-LOAD-HISTORY
           PERFORM 220-LOAD-TRAILERS
           PERFORM 230-LOAD-ACKS
           PERFORM 240-LOAD-EXCEPTIONS
           PERFORM 250-BUILD-FEED-LIST
           EVALUATE TRUE
               WHEN INQ-RUN-DATE NOT NUMERIC
                   MOVE "KEY THE RUN DATE AS YYYYMMDD" TO INQ-MESSAGE
               WHEN NOT HIST-FOUND-YES AND FEED-COUNT = ZERO
                 AND EXC-COUNT = ZERO
                   MOVE "NOTHING LOGGED FOR THAT RUN DATE"
                     TO INQ-MESSAGE
               WHEN FEED-OVERFLOW-YES
                   MOVE "MORE THAN FIVE FEEDS LOGGED, FIRST FIVE SHOWN"
                     TO INQ-MESSAGE
               WHEN EXC-OVER > ZERO
                   MOVE "OVER 500 EXCEPTIONS, FIRST 500 SHOWN"
                     TO INQ-MESSAGE
           END-EVALUATE.

       210-LOAD-HISTORY.
           MOVE "N" TO HIST-FOUND
           MOVE "N" TO HISTORY-EOF
           OPEN INPUT PATTERN-HISTORY-FILE
           IF HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL HISTORY-EOF-YES
                   READ PATTERN-HISTORY-FILE
                       AT END
                           SET HISTORY-EOF-YES TO TRUE
                       NOT AT END
                           IF HIST-RUN-DATE = INQ-RUN-DATE
                               MOVE PATTERN-HISTORY-RECORD
                                 TO HIST-SAVE-RECORD
                               SET HIST-FOUND-YES TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-HISTORY-FILE
           END-IF
           IF HIST-FOUND-YES
               MOVE HS-SET-NAME TO SHOW-SET-NAME
               MOVE HS-SEVERITY TO SHOW-SEVERITY
               IF HS-BALANCE = "B"
                   MOVE "IN BALANCE" TO SHOW-BALANCE
               ELSE
                   MOVE "OUT OF BALANCE" TO SHOW-BALANCE
               END-IF
               MOVE HS-PARM-READ TO TOT-PARM-READ
               MOVE HS-DISPATCHED TO TOT-DISPATCHED
               MOVE HS-REJECTED TO TOT-REJECTED
               MOVE HS-REPORT-ROWS TO TOT-REPORT-ROWS
               MOVE HS-EXPORT-ROWS TO TOT-EXPORT-ROWS
               MOVE HS-TRUNCATED TO TOT-TRUNCATED
           ELSE
               MOVE SPACES TO SHOW-SET-NAME
               MOVE SPACES TO SHOW-SEVERITY
               MOVE "NO HISTORY" TO SHOW-BALANCE
               MOVE SPACES TO TOT-PARM-READ
               MOVE SPACES TO TOT-DISPATCHED
               MOVE SPACES TO TOT-REJECTED
               MOVE SPACES TO TOT-REPORT-ROWS
               MOVE SPACES TO TOT-EXPORT-ROWS
               MOVE SPACES TO TOT-TRUNCATED
           END-IF.

       220-LOAD-TRAILERS.
      *    SAME RULE AS PATTRCN 210-LOAD-ONE-TRAILER: A LATER RECORD
      *    FOR THE SAME FEED REPLACES THE EARLIER ONE.
           MOVE ZERO TO FEED-COUNT
           MOVE "N" TO FEED-OVERFLOW
           MOVE "N" TO TRAILER-EOF
           OPEN INPUT PATTERN-TRAILER-LOG
           IF TRAILER-LOG-STATUS = "00"
               PERFORM UNTIL TRAILER-EOF-YES
                   READ PATTERN-TRAILER-LOG
                       AT END
                           SET TRAILER-EOF-YES TO TRUE
                       NOT AT END
                           IF TRL-RUN-DATE = INQ-RUN-DATE
                             AND TRL-GROUP-COUNT IS NUMERIC
                             AND TRL-ROW-COUNT IS NUMERIC
                             AND TRL-HASH-TOTAL IS NUMERIC
                               PERFORM 225-LOAD-ONE-TRAILER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-TRAILER-LOG
           END-IF.

       225-LOAD-ONE-TRAILER.
           MOVE "N" TO MATCH-FOUND
           PERFORM VARYING FEED-IX FROM 1 BY 1
             UNTIL FEED-IX > FEED-COUNT
             OR MATCH-FOUND-YES
               IF FT-SUB-ID(FEED-IX) = TRL-SUB-ID
                   SET MATCH-FOUND-YES TO TRUE
                   SUBTRACT 1 FROM FEED-IX
               END-IF
           END-PERFORM
           IF NOT MATCH-FOUND-YES
               IF FEED-COUNT < 5
                   ADD 1 TO FEED-COUNT
                   MOVE FEED-COUNT TO FEED-IX
               ELSE
                   SET FEED-OVERFLOW-YES TO TRUE
                   MOVE ZERO TO FEED-IX
               END-IF
           END-IF
           IF FEED-IX > ZERO
               MOVE TRL-SUB-ID TO FT-SUB-ID(FEED-IX)
               MOVE TRL-GROUP-COUNT TO FT-GROUPS(FEED-IX)
               MOVE TRL-ROW-COUNT TO FT-ROWS(FEED-IX)
               MOVE TRL-HASH-TOTAL TO FT-HASH(FEED-IX)
               MOVE "N" TO FT-ACK-STATE(FEED-IX)
               IF TRL-RESEND-YES
                   MOVE "Y" TO FT-RESENT(FEED-IX)
               ELSE
                   MOVE "N" TO FT-RESENT(FEED-IX)
               END-IF
           END-IF.

       230-LOAD-ACKS.
      *    A MISSING PATTACK FILE IS NORMAL -- NO RECEIVER HAS
      *    REPORTED YET -- AND LEAVES EVERY FEED UNACKNOWLEDGED. THE
      *    LATEST ACKNOWLEDGMENT FOR A FEED DECIDES, AND IT MATCHES
      *    ONLY WHEN GROUPS, ROWS AND HASH ALL AGREE, AS IN PATTRCN.
           MOVE "N" TO ACK-EOF
           OPEN INPUT PATTERN-ACK-FILE
           IF ACK-FILE-STATUS = "00"
               PERFORM UNTIL ACK-EOF-YES
                   READ PATTERN-ACK-FILE
                       AT END
                           SET ACK-EOF-YES TO TRUE
                       NOT AT END
                           IF ACK-RUN-DATE = INQ-RUN-DATE
                               PERFORM 235-MATCH-ONE-ACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-ACK-FILE
           END-IF.

       235-MATCH-ONE-ACK.
           PERFORM VARYING FEED-IX FROM 1 BY 1
             UNTIL FEED-IX > FEED-COUNT
               IF FT-SUB-ID(FEED-IX) = ACK-SUB-ID
                   IF ACK-GROUP-COUNT IS NUMERIC
                     AND ACK-ROW-COUNT IS NUMERIC
                     AND ACK-HASH-TOTAL IS NUMERIC
                     AND FUNCTION NUMVAL(ACK-GROUP-COUNT)
                         = FT-GROUPS(FEED-IX)
                     AND FUNCTION NUMVAL(ACK-ROW-COUNT)
                         = FT-ROWS(FEED-IX)
                     AND ACK-HASH-TOTAL = FT-HASH(FEED-IX)
                       SET FT-ACK-MATCHED(FEED-IX) TO TRUE
                   ELSE
                       SET FT-ACK-MISMATCH(FEED-IX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       240-LOAD-EXCEPTIONS.
           MOVE ZERO TO EXC-COUNT
           MOVE ZERO TO EXC-OVER
           MOVE "N" TO ERROR-LOG-EOF
           OPEN INPUT PATTERN-ERROR-LOG
           IF ERROR-LOG-STATUS = "00"
               PERFORM UNTIL ERROR-LOG-EOF-YES
                   READ PATTERN-ERROR-LOG
                       AT END
                           SET ERROR-LOG-EOF-YES TO TRUE
                       NOT AT END
                           IF ERL-RUN-DATE = INQ-RUN-DATE
                               PERFORM 245-LOAD-ONE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-ERROR-LOG
           END-IF.

       245-LOAD-ONE-EXCEPTION.
           IF EXC-COUNT < 500
               ADD 1 TO EXC-COUNT
               MOVE ERL-TIME TO ELB-TIME
               MOVE ERL-SLICE TO ELB-SLICE
               MOVE ERL-SEVERITY TO ELB-SEVERITY
               MOVE ERL-PARM-RECORD TO ELB-PARM-RECORD
               MOVE ERL-PATTERN TO ELB-PATTERN
               MOVE ERL-SIZE TO ELB-SIZE
               MOVE ERL-MESSAGE TO ELB-MESSAGE
               MOVE EXC-LIST-BUILD TO EXC-ENTRY(EXC-COUNT)
           ELSE
               ADD 1 TO EXC-OVER
           END-IF.

       250-BUILD-FEED-LIST.
           PERFORM VARYING FEED-IX FROM 1 BY 1
             UNTIL FEED-IX > 5
               IF FEED-IX <= FEED-COUNT
                   MOVE FT-SUB-ID(FEED-IX) TO FLB-SUB-ID
                   MOVE FT-GROUPS(FEED-IX) TO FLB-GROUPS
                   MOVE FT-ROWS(FEED-IX) TO FLB-ROWS
                   MOVE FT-HASH(FEED-IX) TO FLB-HASH
                   EVALUATE TRUE
                       WHEN FT-ACK-MATCHED(FEED-IX)
                           MOVE "MATCHED " TO FLB-ACK
                       WHEN FT-ACK-MISMATCH(FEED-IX)
                           MOVE "MISMATCH" TO FLB-ACK
                       WHEN OTHER
                           MOVE "NO ACK  " TO FLB-ACK
                   END-EVALUATE
                   IF FT-RESENT(FEED-IX) = "Y"
                       MOVE " (RESENT)" TO FLB-RESENT
                   ELSE
                       MOVE SPACES TO FLB-RESENT
                   END-IF
                   MOVE FEED-LIST-BUILD TO FEED-LIST-LINE(FEED-IX)
               ELSE
                   MOVE SPACES TO FEED-LIST-LINE(FEED-IX)
               END-IF
           END-PERFORM.

       300-BUILD-EXC-LIST.
           PERFORM VARYING EXC-LIST-SLOT FROM 1 BY 1
             UNTIL EXC-LIST-SLOT > 8
               COMPUTE EXC-INDEX =
                   EXC-PAGE-FIRST + EXC-LIST-SLOT - 1
               IF EXC-INDEX <= EXC-COUNT
                   MOVE EXC-ENTRY(EXC-INDEX)
                     TO EXC-LIST-LINE(EXC-LIST-SLOT)
               ELSE
                   MOVE SPACES TO EXC-LIST-LINE(EXC-LIST-SLOT)
               END-IF
           END-PERFORM
           IF EXC-COUNT = ZERO
               MOVE ZERO TO EXC-PAGE-NUMBER
               MOVE ZERO TO EXC-PAGE-TOTAL
           ELSE
               COMPUTE EXC-PAGE-NUMBER = (EXC-PAGE-FIRST + 7) / 8
               COMPUTE EXC-PAGE-TOTAL = (EXC-COUNT + 7) / 8
           END-IF
           MOVE EXC-COUNT TO EPL-COUNT
           MOVE EXC-PAGE-NUMBER TO EPL-PAGE
           MOVE EXC-PAGE-TOTAL TO EPL-PAGES.

       400-INQ-ACTION.
           IF INQ-RUN-DATE NOT = LOADED-RUN-DATE
             AND INQ-ACTION NOT = "X"
               PERFORM 200-LOAD-RUN-DATE
           ELSE
               EVALUATE INQ-ACTION
                   WHEN SPACE
                       PERFORM 200-LOAD-RUN-DATE
                   WHEN "N"
                       IF EXC-PAGE-FIRST + 8 <= EXC-COUNT
                           ADD 8 TO EXC-PAGE-FIRST
                       ELSE
                           MOVE "LAST PAGE OF EXCEPTIONS"
                             TO INQ-MESSAGE
                       END-IF
                   WHEN "P"
                       IF EXC-PAGE-FIRST > 8
                           SUBTRACT 8 FROM EXC-PAGE-FIRST
                       ELSE
                           MOVE 1 TO EXC-PAGE-FIRST
                       END-IF
                   WHEN "X"
                       SET SESSION-DONE-YES TO TRUE
                   WHEN OTHER
                       MOVE "ACTION MUST BE N, P, X OR BLANK"
                         TO INQ-MESSAGE
               END-EVALUATE
           END-IF.

       500-SIGN-ON.
      *    SAME SIGN-ON RULES AS PATTMNT: THREE FAILED TRIES END THE
      *    SESSION, AND A SITE WITHOUT A PATTSEC FILE RUNS UNSECURED.
           PERFORM 510-LOAD-SECURITY
           IF SECURITY-ACTIVE-YES
               MOVE ZERO TO OPERATOR-IX
               MOVE ZERO TO SIGNON-TRIES
               PERFORM UNTIL OPERATOR-IX > ZERO
                 OR SIGNON-TRIES >= 3
                   ADD 1 TO SIGNON-TRIES
                   MOVE SPACES TO OPERATOR-ID
                   DISPLAY SIGNON-SCREEN
                   ACCEPT SIGNON-SCREEN
                   PERFORM VARYING SEC-IX FROM 1 BY 1
                     UNTIL SEC-IX > SEC-COUNT
                       IF SEC-ID(SEC-IX) = OPERATOR-ID
                         AND OPERATOR-ID NOT = SPACES
                           MOVE SEC-IX TO OPERATOR-IX
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF OPERATOR-IX = ZERO
                   SET SIGNON-REFUSED-YES TO TRUE
               END-IF
           END-IF.

       510-LOAD-SECURITY.
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-SECURITY-FILE
               IF SEC-COUNT > ZERO
                   SET SECURITY-ACTIVE-YES TO TRUE
               END-IF
           END-IF.
       END PROGRAM PATTINQ.
