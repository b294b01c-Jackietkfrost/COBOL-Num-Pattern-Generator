       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATTCHRG.
      ******************************
      *AUTHOR:     JACKIE MARCANO  *
      ******************************
      *    MONTHLY CHARGEBACK. PRICES WHAT THE RECEIVING AREAS AND
      *    THE TERMINAL OPERATORS CONSUMED AND WRITES THE BILLING
      *    INTERFACE FILE THE FINANCE LEDGER LOAD TAKES IN.
      *      - SUBSCRIBERS ARE CHARGED FROM THE PATTTRL TRAILER LOG:
      *        GROUPS DELIVERED AT THE PER-GROUP RATE PLUS ROWS
      *        DELIVERED AT THE PER-ROW RATE. A RERUN OR A PATTRSND
      *        REDELIVERY LOGS A FEED AGAIN; AS IN PATTRCN THE
      *        LATEST RECORD FOR A RUN DATE AND FEED IS THE ONE
      *        COUNTED, SO NO FEED IS BILLED TWICE.
      *      - OPERATORS ARE CHARGED FROM THE PATUSAGE LOG: EACH
      *        INTERACTIVE GENERATION STAMPED WITH A PATTSEC
      *        OPERATOR ID AT THE INTERACTIVE RATE.
      *      - THE *MASTER* FEED, *BATCH* GENERATIONS AND
      *        INTERACTIVE GENERATIONS NOT STAMPED WITH A PATTSEC ID
      *        ARE NOT BILLED; THEY ARE PRICED AND SHOWN AS
      *        OVERHEAD SO NOTHING DROPS OUT OF SIGHT.
      *    THE RATES COME FROM PATTRATE, ONE RECORD PER CHARGE CODE
      *    (GROUP, ROW, INTERACT) WITH THE RATE AS 999.99999.
      *    THE PARM IS THE BILLING MONTH AS YYYYMM; WITH NO PARM THE
      *    MONTH BEFORE TODAY IS BILLED. EACH SUBSCRIBER AND EACH
      *    PATTSEC OPERATOR GETS AN INVOICE PAGE SHOWING THE MONTH
      *    TO DATE AND THE YEAR TO DATE (JANUARY THROUGH THE BILLING
      *    MONTH, PRICED AT THE CURRENT RATES). THE BILLING FILE
      *    CARRIES THE MONTH-TO-DATE CHARGES ONLY; ITS TRAILER TIES
      *    THE BILLED ROWS PLUS THE *MASTER* OVERHEAD ROWS BACK TO
      *    THE PATTTRL ROW COUNT FOR THE MONTH. CONDITION CODES:
      *    00 CLEAN, 04 UNREADABLE LOG RECORDS OR UNBILLABLE
      *    INTERACTIVE USE, 08 A RATE IS MISSING OR THE CONTROL
      *    TOTALS DO NOT TIE -- DO NOT LOAD PATTBILL, 12 A FILE
      *    COULD NOT BE OPENED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-TRAILER-LOG ASSIGN TO "PATTTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAILER-LOG-STATUS.
           SELECT PATTERN-USAGE-LOG ASSIGN TO "PATUSAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USAGE-FILE-STATUS.
           SELECT PATTERN-RATE-FILE ASSIGN TO "PATTRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT PATTERN-SEC-FILE ASSIGN TO "PATTSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-FILE-STATUS.
           SELECT BILLING-FILE ASSIGN TO "PATTBILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILL-FILE-STATUS.
           SELECT CHARGE-REPORT-FILE ASSIGN TO "PATCHGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05  FILLER                 PIC X(27).

       FD  PATTERN-USAGE-LOG
           RECORDING MODE IS F.
       01  PATTERN-USAGE-RECORD.
           05  UR-PATTERN-LIT         PIC X(9).
           05  UR-PATTERN             PIC XX.
           05  UR-SIZE-LIT            PIC X(8).
           05  UR-SIZE                PIC XXX.
           05  UR-DATETIME-LIT        PIC X(12).
           05  UR-DATE                PIC X(8).
           05  UR-HOUR                PIC XX.
           05  FILLER                 PIC X(11).
           05  UR-MODE-LIT            PIC X(8).
           05  UR-MODE                PIC X.
           05  UR-USER-LIT            PIC X(8).
           05  UR-USER                PIC X(8).

       FD  PATTERN-RATE-FILE
           RECORDING MODE IS F.
       01  PATTERN-RATE-RECORD.
           05  RATE-CODE-IN           PIC X(8).
           05  FILLER                 PIC X.
           05  RATE-WHOLE-IN          PIC X(3).
           05  RATE-POINT-IN          PIC X.
           05  RATE-FRACTION-IN       PIC X(5).

       FD  PATTERN-SEC-FILE
           RECORDING MODE IS F.
       01  PATTERN-SEC-RECORD.
           05  SEC-ID-IN              PIC X(8).
           05  FILLER                 PIC X.
           05  SEC-SAVE-IN            PIC X.
           05  FILLER                 PIC X.
           05  SEC-PATTERNS-IN        PIC X(30).

       FD  BILLING-FILE
           RECORDING MODE IS F.
       01  BILLING-RECORD             PIC X(80).

       FD  CHARGE-REPORT-FILE
           RECORDING MODE IS F.
       01  CHARGE-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  TRAILER-LOG-STATUS      PIC XX      VALUE "00".
       01  USAGE-FILE-STATUS       PIC XX      VALUE "00".
       01  RATE-FILE-STATUS        PIC XX      VALUE "00".
       01  SEC-FILE-STATUS         PIC XX      VALUE "00".
       01  BILL-FILE-STATUS        PIC XX      VALUE "00".
       01  REPORT-FILE-STATUS      PIC XX      VALUE "00".
       01  TRAILER-EOF             PIC X       VALUE "N".
           88  TRAILER-EOF-YES     VALUE "Y".
       01  USAGE-EOF               PIC X       VALUE "N".
           88  USAGE-EOF-YES       VALUE "Y".
       01  RATE-EOF                PIC X       VALUE "N".
           88  RATE-EOF-YES        VALUE "Y".
       01  SEC-EOF                 PIC X       VALUE "N".
           88  SEC-EOF-YES         VALUE "Y".
       01  SECURITY-ACTIVE         PIC X       VALUE "N".
           88  SECURITY-ACTIVE-YES VALUE "Y".
       01  TODAY-DATE              PIC X(8)    VALUE SPACES.
       01  BILL-MONTH              PIC X(6)    VALUE SPACES.
       01  BILL-YEAR               PIC X(4)    VALUE SPACES.
       01  BILL-MONTH-NUM          PIC 9(6)    VALUE ZERO.
       01  BILL-MONTH-PARTS REDEFINES BILL-MONTH-NUM.
           05  BILL-YYYY           PIC 9(4).
           05  BILL-MM             PIC 99.
      *    THE THREE CHARGE RATES, 999.99999 EACH. A RATE LEFT OFF
      *    PATTRATE STOPS THE RUN: A ZERO RATE WOULD BILL NOTHING
      *    AND STILL LOOK BALANCED.
       01  RATE-GROUP              PIC 9(3)V9(5) VALUE ZERO.
       01  RATE-ROW                PIC 9(3)V9(5) VALUE ZERO.
       01  RATE-INTERACT           PIC 9(3)V9(5) VALUE ZERO.
       01  RATE-GROUP-FOUND        PIC X       VALUE "N".
           88  RATE-GROUP-FOUND-YES VALUE "Y".
       01  RATE-ROW-FOUND          PIC X       VALUE "N".
           88  RATE-ROW-FOUND-YES  VALUE "Y".
       01  RATE-INTERACT-FOUND     PIC X       VALUE "N".
           88  RATE-INTERACT-FOUND-YES VALUE "Y".
       01  RATE-WORK               PIC 9(3)V9(5) VALUE ZERO.
       01  RATE-WORK-DIGITS REDEFINES RATE-WORK.
           05  RATE-WORK-WHOLE     PIC 9(3).
           05  RATE-WORK-FRACTION  PIC 9(5).
      *    THE LATEST TRAILER RECORD FOR EACH RUN DATE AND FEED IN
      *    THE BILLING YEAR UP TO THE END OF THE BILLING MONTH.
       01  TRAILER-TABLE.
           05  TRAILER-ENTRY       OCCURS 2000 TIMES.
               10  TT-RUN-DATE     PIC X(8).
               10  TT-SUB-ID       PIC X(8).
               10  TT-GROUPS       PIC 9(7).
               10  TT-ROWS         PIC 9(9).
       01  TRAILER-COUNT           PIC 9(4)    VALUE ZERO.
       01  TRAILER-IX              PIC 9(4)    VALUE ZERO.
       01  TRAILER-FOUND-IX        PIC 9(4)    VALUE ZERO.
       01  TRAILER-OVERFLOW        PIC X       VALUE "N".
           88  TRAILER-OVERFLOW-YES VALUE "Y".
      *    ONE ACCOUNT PER SUBSCRIBER FEED ID SEEN ON PATTTRL, THEN
      *    ONE PER PATTSEC OPERATOR. ACCOUNT TYPE S OR O IS ALSO THE
      *    ACCOUNT TYPE ON THE BILLING FILE.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY       OCCURS 40 TIMES.
               10  AC-TYPE         PIC X.
               10  AC-ID           PIC X(8).
               10  AC-MTD-FEEDS    PIC 9(7).
               10  AC-MTD-GROUPS   PIC 9(9).
               10  AC-MTD-ROWS     PIC 9(11).
               10  AC-MTD-GENS     PIC 9(7).
               10  AC-YTD-FEEDS    PIC 9(7).
               10  AC-YTD-GROUPS   PIC 9(9).
               10  AC-YTD-ROWS     PIC 9(11).
               10  AC-YTD-GENS     PIC 9(7).
       01  ACCOUNT-COUNT           PIC 99      VALUE ZERO.
       01  ACCOUNT-IX              PIC 99      VALUE ZERO.
       01  ACCOUNT-FOUND-IX        PIC 99      VALUE ZERO.
       01  ACCOUNT-OVERFLOW        PIC X       VALUE "N".
           88  ACCOUNT-OVERFLOW-YES VALUE "Y".
      *    OVERHEAD: THE MASTER FEED AND UNBILLED GENERATIONS.
       01  MASTER-MTD-FEEDS        PIC 9(7)    VALUE ZERO.
       01  MASTER-MTD-GROUPS       PIC 9(9)    VALUE ZERO.
       01  MASTER-MTD-ROWS         PIC 9(11)   VALUE ZERO.
       01  MASTER-YTD-FEEDS        PIC 9(7)    VALUE ZERO.
       01  MASTER-YTD-GROUPS       PIC 9(9)    VALUE ZERO.
       01  MASTER-YTD-ROWS         PIC 9(11)   VALUE ZERO.
       01  BATCH-MTD-GENS          PIC 9(7)    VALUE ZERO.
       01  BATCH-YTD-GENS          PIC 9(7)    VALUE ZERO.
       01  UNBILLED-MTD-GENS       PIC 9(7)    VALUE ZERO.
       01  UNBILLED-YTD-GENS       PIC 9(7)    VALUE ZERO.
      *    CONTROL TOTALS FOR THE BILLING MONTH.
       01  TRAILER-MONTH-ROWS      PIC 9(11)   VALUE ZERO.
       01  BILLED-MONTH-GROUPS     PIC 9(9)    VALUE ZERO.
       01  BILLED-MONTH-ROWS       PIC 9(11)   VALUE ZERO.
       01  BILLED-MONTH-GENS       PIC 9(7)    VALUE ZERO.
       01  BILLED-MONTH-AMOUNT     PIC 9(11)V99 VALUE ZERO.
       01  ACCOUNTED-ROWS          PIC 9(11)   VALUE ZERO.
       01  BILL-DETAIL-COUNT       PIC 9(7)    VALUE ZERO.
       01  TRAILERS-READ           PIC 9(7)    VALUE ZERO.
       01  TRAILERS-UNPARSED       PIC 9(7)    VALUE ZERO.
       01  TRAILERS-SUPERSEDED     PIC 9(7)    VALUE ZERO.
       01  USAGE-READ              PIC 9(7)    VALUE ZERO.
       01  USAGE-UNPARSED          PIC 9(7)    VALUE ZERO.
       01  CONTROL-TIED            PIC X       VALUE "Y".
           88  CONTROL-TIED-YES    VALUE "Y".
      *    PRICING WORK FIELDS FOR ONE INVOICE PERIOD.
       01  CHARGE-GROUPS           PIC 9(11)V99 VALUE ZERO.
       01  CHARGE-ROWS             PIC 9(11)V99 VALUE ZERO.
       01  CHARGE-GENS             PIC 9(11)V99 VALUE ZERO.
       01  CHARGE-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  PERIOD-FEEDS            PIC 9(7)    VALUE ZERO.
       01  PERIOD-GROUPS           PIC 9(9)    VALUE ZERO.
       01  PERIOD-ROWS             PIC 9(11)   VALUE ZERO.
       01  PERIOD-GENS             PIC 9(7)    VALUE ZERO.
       01  PERIOD-TITLE            PIC X(30)   VALUE SPACES.
       01  PERIOD-TOTAL-TEXT       PIC X(30)   VALUE SPACES.
      *    BILLING INTERFACE LAYOUTS, 80 BYTES, ALL UNSIGNED DISPLAY.
       01  BILL-HEADER-LINE.
           05  BH-TYPE             PIC X       VALUE "H".
           05  BH-MONTH            PIC X(6).
           05  BH-CREATED          PIC X(8).
           05  BH-SOURCE           PIC X(8)    VALUE "PATTCHRG".
           05  FILLER              PIC X(57)   VALUE SPACES.
       01  BILL-DETAIL-LINE.
           05  BD-TYPE             PIC X       VALUE "D".
           05  BD-MONTH            PIC X(6).
           05  BD-ACCOUNT-TYPE     PIC X.
           05  BD-ACCOUNT-ID       PIC X(8).
           05  BD-CHARGE-CODE      PIC X(8).
           05  BD-QUANTITY         PIC 9(11).
           05  BD-RATE             PIC 9(3)V9(5).
           05  BD-AMOUNT           PIC 9(11)V99.
           05  FILLER              PIC X(24)   VALUE SPACES.
       01  BILL-TRAILER-LINE.
           05  BT-TYPE             PIC X       VALUE "T".
           05  BT-MONTH            PIC X(6).
           05  BT-DETAIL-COUNT     PIC 9(7).
           05  BT-BILLED-GROUPS    PIC 9(9).
           05  BT-BILLED-ROWS      PIC 9(11).
           05  BT-OVERHEAD-ROWS    PIC 9(11).
           05  BT-TRAILER-ROWS     PIC 9(11).
           05  BT-BILLED-GENS      PIC 9(7).
           05  BT-TOTAL-AMOUNT     PIC 9(11)V99.
           05  FILLER              PIC X(4)    VALUE SPACES.
      *    REPORT LINES.
       01  INVOICE-TITLE-LINE.
           05  FILLER              PIC X(37)
               VALUE "PATTERN SERVICE CHARGEBACK INVOICE   ".
           05  FILLER              PIC X(14)
               VALUE "BILLING MONTH ".
           05  ITL-MONTH           PIC X(6).
           05  FILLER              PIC X(75)   VALUE SPACES.
       01  INVOICE-ACCOUNT-LINE.
           05  IAL-TEXT            PIC X(20).
           05  IAL-ID              PIC X(8).
           05  FILLER              PIC X(104)  VALUE SPACES.
       01  INVOICE-COLUMN-LINE.
           05  FILLER              PIC X(32)   VALUE SPACES.
           05  FILLER              PIC X(42)   VALUE
               "   QUANTITY       RATE             AMOUNT".
           05  FILLER              PIC X(58)   VALUE SPACES.
       01  INVOICE-DETAIL-LINE.
           05  IDL-TEXT            PIC X(30).
           05  IDL-QUANTITY        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC XX      VALUE SPACES.
           05  IDL-RATE            PIC ZZ9.99999.
           05  FILLER              PIC XX      VALUE SPACES.
           05  IDL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(58)   VALUE SPACES.
       01  SUMMARY-LINE.
           05  SUMMARY-TEXT        PIC X(44).
           05  SUMMARY-COUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(74)   VALUE SPACES.
       01  SUMMARY-AMOUNT-LINE.
           05  SUMMARY-AMOUNT-TEXT PIC X(44).
           05  SUMMARY-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(71)   VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LGTH           PIC S9(4)   COMP.
           05  PARM-MONTH          PIC X(6).

       PROCEDURE DIVISION USING PARM-DATA.

       100-MAIN.
           PERFORM 110-INITIALIZE
           PERFORM 120-LOAD-RATES
           PERFORM 130-LOAD-OPERATORS
           PERFORM 140-OPEN-FILES
           PERFORM UNTIL TRAILER-EOF-YES
               READ PATTERN-TRAILER-LOG
                   AT END
                       SET TRAILER-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM 200-KEEP-TRAILER
               END-READ
           END-PERFORM
           PERFORM 220-TALLY-FEEDS
           PERFORM UNTIL USAGE-EOF-YES
               READ PATTERN-USAGE-LOG
                   AT END
                       SET USAGE-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM 300-TALLY-USAGE
               END-READ
           END-PERFORM
           MOVE BILL-MONTH TO BH-MONTH
           MOVE TODAY-DATE TO BH-CREATED
           WRITE BILLING-RECORD FROM BILL-HEADER-LINE
           PERFORM VARYING ACCOUNT-IX FROM 1 BY 1
             UNTIL ACCOUNT-IX > ACCOUNT-COUNT
               PERFORM 400-WRITE-INVOICE
           END-PERFORM
           PERFORM 500-WRITE-OVERHEAD
           PERFORM 600-WRITE-CONTROL-TOTALS
           CLOSE PATTERN-TRAILER-LOG
           CLOSE PATTERN-USAGE-LOG
           CLOSE BILLING-FILE
           CLOSE CHARGE-REPORT-FILE
           EVALUATE TRUE
               WHEN NOT CONTROL-TIED-YES
                   MOVE 8 TO RETURN-CODE
               WHEN TRAILERS-UNPARSED > ZERO
                 OR USAGE-UNPARSED > ZERO
                 OR UNBILLED-MTD-GENS > ZERO
                 OR TRAILER-OVERFLOW-YES
                 OR ACCOUNT-OVERFLOW-YES
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       110-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           IF PARM-LGTH >= 6
             AND PARM-MONTH(1:6) IS NUMERIC
               MOVE PARM-MONTH(1:6) TO BILL-MONTH
           ELSE
               MOVE TODAY-DATE(1:6) TO BILL-MONTH-NUM
               IF BILL-MM = 1
                   SUBTRACT 1 FROM BILL-YYYY
                   MOVE 12 TO BILL-MM
               ELSE
                   SUBTRACT 1 FROM BILL-MM
               END-IF
               MOVE BILL-MONTH-NUM TO BILL-MONTH
           END-IF
           MOVE BILL-MONTH(1:4) TO BILL-YEAR
           DISPLAY "PATTCHRG BILLING MONTH " BILL-MONTH.

       120-LOAD-RATES.
           OPEN INPUT PATTERN-RATE-FILE
           IF RATE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTRATE, FILE STATUS "
                   RATE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL RATE-EOF-YES
               READ PATTERN-RATE-FILE
                   AT END
                       SET RATE-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM 121-LOAD-ONE-RATE
               END-READ
           END-PERFORM
           CLOSE PATTERN-RATE-FILE
           IF NOT RATE-GROUP-FOUND-YES
             OR NOT RATE-ROW-FOUND-YES
             OR NOT RATE-INTERACT-FOUND-YES
               DISPLAY "PATTRATE NEEDS GROUP, ROW AND INTERACT RATES,"
                   " NOTHING BILLED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       121-LOAD-ONE-RATE.
           IF RATE-WHOLE-IN IS NUMERIC
             AND RATE-POINT-IN = "."
             AND RATE-FRACTION-IN IS NUMERIC
               MOVE RATE-WHOLE-IN TO RATE-WORK-WHOLE
               MOVE RATE-FRACTION-IN TO RATE-WORK-FRACTION
               EVALUATE RATE-CODE-IN
                   WHEN "GROUP"
                       MOVE RATE-WORK TO RATE-GROUP
                       SET RATE-GROUP-FOUND-YES TO TRUE
                   WHEN "ROW"
                       MOVE RATE-WORK TO RATE-ROW
                       SET RATE-ROW-FOUND-YES TO TRUE
                   WHEN "INTERACT"
                       MOVE RATE-WORK TO RATE-INTERACT
                       SET RATE-INTERACT-FOUND-YES TO TRUE
                   WHEN OTHER
                       DISPLAY "PATTRATE CODE NOT RECOGNIZED, IGNORED: "
                           RATE-CODE-IN
               END-EVALUATE
           ELSE
               IF PATTERN-RATE-RECORD NOT = SPACES
                   DISPLAY "PATTRATE RATE NOT 999.99999, IGNORED: "
                       RATE-CODE-IN
               END-IF
           END-IF.

       130-LOAD-OPERATORS.
      *    EVERY PATTSEC OPERATOR GETS AN INVOICE, USED OR NOT. WITH
      *    NO PATTSEC FILE THE TERMINAL RUNS UNSECURED (STAMPED
      *    *NOSEC*), SO ALL INTERACTIVE USE FALLS TO OVERHEAD.
           OPEN INPUT PATTERN-SEC-FILE
           IF SEC-FILE-STATUS = "00"
               SET SECURITY-ACTIVE-YES TO TRUE
               PERFORM UNTIL SEC-EOF-YES
                   READ PATTERN-SEC-FILE
                       AT END
                           SET SEC-EOF-YES TO TRUE
                       NOT AT END
                           IF SEC-ID-IN NOT = SPACES
                               PERFORM 131-ADD-OPERATOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-SEC-FILE
           ELSE
               DISPLAY "PATTSEC UNAVAILABLE, FILE STATUS "
                   SEC-FILE-STATUS ", INTERACTIVE USE NOT BILLED"
           END-IF.

       131-ADD-OPERATOR.
           IF ACCOUNT-COUNT < 40
               ADD 1 TO ACCOUNT-COUNT
               MOVE "O" TO AC-TYPE(ACCOUNT-COUNT)
               MOVE SEC-ID-IN TO AC-ID(ACCOUNT-COUNT)
               PERFORM 132-CLEAR-ACCOUNT
           ELSE
               SET ACCOUNT-OVERFLOW-YES TO TRUE
           END-IF.

       132-CLEAR-ACCOUNT.
           MOVE ZERO TO AC-MTD-FEEDS(ACCOUNT-COUNT)
           MOVE ZERO TO AC-MTD-GROUPS(ACCOUNT-COUNT)
           MOVE ZERO TO AC-MTD-ROWS(ACCOUNT-COUNT)
           MOVE ZERO TO AC-MTD-GENS(ACCOUNT-COUNT)
           MOVE ZERO TO AC-YTD-FEEDS(ACCOUNT-COUNT)
           MOVE ZERO TO AC-YTD-GROUPS(ACCOUNT-COUNT)
           MOVE ZERO TO AC-YTD-ROWS(ACCOUNT-COUNT)
           MOVE ZERO TO AC-YTD-GENS(ACCOUNT-COUNT).

       140-OPEN-FILES.
           OPEN INPUT PATTERN-TRAILER-LOG
           IF TRAILER-LOG-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTTRL, FILE STATUS "
                   TRAILER-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PATTERN-USAGE-LOG
           IF USAGE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATUSAGE, FILE STATUS "
                   USAGE-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BILLING-FILE
           IF BILL-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTBILL, FILE STATUS "
                   BILL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHARGE-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATCHGR, FILE STATUS "
                   REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-KEEP-TRAILER.
           ADD 1 TO TRAILERS-READ
           IF TRL-RUN-DATE NOT NUMERIC
             OR TRL-SUB-ID = SPACES
             OR TRL-GROUP-COUNT NOT NUMERIC
             OR TRL-ROW-COUNT NOT NUMERIC
               ADD 1 TO TRAILERS-UNPARSED
           ELSE
               IF TRL-RUN-DATE(1:4) = BILL-YEAR
                 AND TRL-RUN-DATE(1:6) <= BILL-MONTH
                   PERFORM 210-STORE-TRAILER
               END-IF
           END-IF.

       210-STORE-TRAILER.
      *    A LATER RECORD FOR THE SAME RUN DATE AND FEED REPLACES
      *    THE EARLIER ONE IN PLACE.
           MOVE ZERO TO TRAILER-FOUND-IX
           PERFORM VARYING TRAILER-IX FROM 1 BY 1
             UNTIL TRAILER-IX > TRAILER-COUNT
             OR TRAILER-FOUND-IX > ZERO
               IF TT-RUN-DATE(TRAILER-IX) = TRL-RUN-DATE
                 AND TT-SUB-ID(TRAILER-IX) = TRL-SUB-ID
                   MOVE TRAILER-IX TO TRAILER-FOUND-IX
               END-IF
           END-PERFORM
           IF TRAILER-FOUND-IX > ZERO
               ADD 1 TO TRAILERS-SUPERSEDED
           ELSE
               IF TRAILER-COUNT < 2000
                   ADD 1 TO TRAILER-COUNT
                   MOVE TRAILER-COUNT TO TRAILER-FOUND-IX
               ELSE
                   SET TRAILER-OVERFLOW-YES TO TRUE
               END-IF
           END-IF
           IF TRAILER-FOUND-IX > ZERO
               MOVE TRL-RUN-DATE TO TT-RUN-DATE(TRAILER-FOUND-IX)
               MOVE TRL-SUB-ID TO TT-SUB-ID(TRAILER-FOUND-IX)
               MOVE TRL-GROUP-COUNT TO TT-GROUPS(TRAILER-FOUND-IX)
               MOVE TRL-ROW-COUNT TO TT-ROWS(TRAILER-FOUND-IX)
           END-IF.

       220-TALLY-FEEDS.
           PERFORM VARYING TRAILER-IX FROM 1 BY 1
             UNTIL TRAILER-IX > TRAILER-COUNT
               IF TT-RUN-DATE(TRAILER-IX)(1:6) = BILL-MONTH
                   ADD TT-ROWS(TRAILER-IX) TO TRAILER-MONTH-ROWS
               END-IF
               IF TT-SUB-ID(TRAILER-IX) = "*MASTER*"
                   ADD 1 TO MASTER-YTD-FEEDS
                   ADD TT-GROUPS(TRAILER-IX) TO MASTER-YTD-GROUPS
                   ADD TT-ROWS(TRAILER-IX) TO MASTER-YTD-ROWS
                   IF TT-RUN-DATE(TRAILER-IX)(1:6) = BILL-MONTH
                       ADD 1 TO MASTER-MTD-FEEDS
                       ADD TT-GROUPS(TRAILER-IX) TO MASTER-MTD-GROUPS
                       ADD TT-ROWS(TRAILER-IX) TO MASTER-MTD-ROWS
                   END-IF
               ELSE
                   PERFORM 230-TALLY-SUBSCRIBER-FEED
               END-IF
           END-PERFORM.

       230-TALLY-SUBSCRIBER-FEED.
           MOVE ZERO TO ACCOUNT-FOUND-IX
           PERFORM VARYING ACCOUNT-IX FROM 1 BY 1
             UNTIL ACCOUNT-IX > ACCOUNT-COUNT
             OR ACCOUNT-FOUND-IX > ZERO
               IF AC-TYPE(ACCOUNT-IX) = "S"
                 AND AC-ID(ACCOUNT-IX) = TT-SUB-ID(TRAILER-IX)
                   MOVE ACCOUNT-IX TO ACCOUNT-FOUND-IX
               END-IF
           END-PERFORM
           IF ACCOUNT-FOUND-IX = ZERO
               IF ACCOUNT-COUNT < 40
                   ADD 1 TO ACCOUNT-COUNT
                   MOVE "S" TO AC-TYPE(ACCOUNT-COUNT)
                   MOVE TT-SUB-ID(TRAILER-IX) TO AC-ID(ACCOUNT-COUNT)
                   PERFORM 132-CLEAR-ACCOUNT
                   MOVE ACCOUNT-COUNT TO ACCOUNT-FOUND-IX
               ELSE
                   SET ACCOUNT-OVERFLOW-YES TO TRUE
               END-IF
           END-IF
           IF ACCOUNT-FOUND-IX > ZERO
               ADD 1 TO AC-YTD-FEEDS(ACCOUNT-FOUND-IX)
               ADD TT-GROUPS(TRAILER-IX)
                 TO AC-YTD-GROUPS(ACCOUNT-FOUND-IX)
               ADD TT-ROWS(TRAILER-IX)
                 TO AC-YTD-ROWS(ACCOUNT-FOUND-IX)
               IF TT-RUN-DATE(TRAILER-IX)(1:6) = BILL-MONTH
                   ADD 1 TO AC-MTD-FEEDS(ACCOUNT-FOUND-IX)
                   ADD TT-GROUPS(TRAILER-IX)
                     TO AC-MTD-GROUPS(ACCOUNT-FOUND-IX)
                   ADD TT-ROWS(TRAILER-IX)
                     TO AC-MTD-ROWS(ACCOUNT-FOUND-IX)
               END-IF
           END-IF.

       300-TALLY-USAGE.
           ADD 1 TO USAGE-READ
           IF UR-PATTERN-LIT NOT = "PATTERN: "
             OR UR-DATE NOT NUMERIC
               ADD 1 TO USAGE-UNPARSED
           ELSE
               IF UR-DATE(1:4) = BILL-YEAR
                 AND UR-DATE(1:6) <= BILL-MONTH
                   PERFORM 310-TALLY-GENERATION
               END-IF
           END-IF.

       310-TALLY-GENERATION.
      *    BATCH RUNS ARE STAMPED *BATCH*; AN INTERACTIVE RUN IS
      *    BILLED ONLY WHEN ITS STAMP IS A PATTSEC OPERATOR ID.
      *    RECORDS FROM BEFORE THE MODE STAMP WENT IN ARE COUNTED
      *    WITH THE UNBILLED INTERACTIVE OVERHEAD.
           IF UR-MODE = "B"
               ADD 1 TO BATCH-YTD-GENS
               IF UR-DATE(1:6) = BILL-MONTH
                   ADD 1 TO BATCH-MTD-GENS
               END-IF
           ELSE
               MOVE ZERO TO ACCOUNT-FOUND-IX
               IF UR-MODE = "I"
                 AND UR-USER-LIT = "  USER: "
                   PERFORM VARYING ACCOUNT-IX FROM 1 BY 1
                     UNTIL ACCOUNT-IX > ACCOUNT-COUNT
                     OR ACCOUNT-FOUND-IX > ZERO
                       IF AC-TYPE(ACCOUNT-IX) = "O"
                         AND AC-ID(ACCOUNT-IX) = UR-USER
                           MOVE ACCOUNT-IX TO ACCOUNT-FOUND-IX
                       END-IF
                   END-PERFORM
               END-IF
               IF ACCOUNT-FOUND-IX > ZERO
                   ADD 1 TO AC-YTD-GENS(ACCOUNT-FOUND-IX)
                   IF UR-DATE(1:6) = BILL-MONTH
                       ADD 1 TO AC-MTD-GENS(ACCOUNT-FOUND-IX)
                   END-IF
               ELSE
                   ADD 1 TO UNBILLED-YTD-GENS
                   IF UR-DATE(1:6) = BILL-MONTH
                       ADD 1 TO UNBILLED-MTD-GENS
                   END-IF
               END-IF
           END-IF.

       400-WRITE-INVOICE.
           MOVE BILL-MONTH TO ITL-MONTH
           WRITE CHARGE-REPORT-RECORD FROM INVOICE-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           IF AC-TYPE(ACCOUNT-IX) = "S"
               MOVE "SUBSCRIBER FEED ID  " TO IAL-TEXT
           ELSE
               MOVE "PATTSEC OPERATOR ID " TO IAL-TEXT
           END-IF
           MOVE AC-ID(ACCOUNT-IX) TO IAL-ID
           WRITE CHARGE-REPORT-RECORD FROM INVOICE-ACCOUNT-LINE
           MOVE SPACES TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD FROM INVOICE-COLUMN-LINE
           MOVE AC-MTD-FEEDS(ACCOUNT-IX) TO PERIOD-FEEDS
           MOVE AC-MTD-GROUPS(ACCOUNT-IX) TO PERIOD-GROUPS
           MOVE AC-MTD-ROWS(ACCOUNT-IX) TO PERIOD-ROWS
           MOVE AC-MTD-GENS(ACCOUNT-IX) TO PERIOD-GENS
           MOVE "MONTH TO DATE" TO PERIOD-TITLE
           MOVE "  MONTH-TO-DATE TOTAL" TO PERIOD-TOTAL-TEXT
           PERFORM 410-WRITE-PERIOD
           PERFORM 420-WRITE-BILL-DETAILS
           MOVE AC-YTD-FEEDS(ACCOUNT-IX) TO PERIOD-FEEDS
           MOVE AC-YTD-GROUPS(ACCOUNT-IX) TO PERIOD-GROUPS
           MOVE AC-YTD-ROWS(ACCOUNT-IX) TO PERIOD-ROWS
           MOVE AC-YTD-GENS(ACCOUNT-IX) TO PERIOD-GENS
           MOVE "YEAR TO DATE" TO PERIOD-TITLE
           MOVE "  YEAR-TO-DATE TOTAL" TO PERIOD-TOTAL-TEXT
           PERFORM 410-WRITE-PERIOD.

       410-WRITE-PERIOD.
           COMPUTE CHARGE-GROUPS ROUNDED = PERIOD-GROUPS * RATE-GROUP
           COMPUTE CHARGE-ROWS ROUNDED = PERIOD-ROWS * RATE-ROW
           COMPUTE CHARGE-GENS ROUNDED = PERIOD-GENS * RATE-INTERACT
           MOVE SPACES TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           MOVE PERIOD-TITLE TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           MOVE SPACES TO INVOICE-DETAIL-LINE
           IF AC-TYPE(ACCOUNT-IX) = "S"
               MOVE "  FEEDS DELIVERED" TO IDL-TEXT
               MOVE PERIOD-FEEDS TO IDL-QUANTITY
               MOVE INVOICE-DETAIL-LINE TO CHARGE-REPORT-RECORD
               WRITE CHARGE-REPORT-RECORD
               MOVE "  GROUPS DELIVERED" TO IDL-TEXT
               MOVE PERIOD-GROUPS TO IDL-QUANTITY
               MOVE RATE-GROUP TO IDL-RATE
               MOVE CHARGE-GROUPS TO IDL-AMOUNT
               MOVE INVOICE-DETAIL-LINE TO CHARGE-REPORT-RECORD
               WRITE CHARGE-REPORT-RECORD
               MOVE "  ROWS DELIVERED" TO IDL-TEXT
               MOVE PERIOD-ROWS TO IDL-QUANTITY
               MOVE RATE-ROW TO IDL-RATE
               MOVE CHARGE-ROWS TO IDL-AMOUNT
               MOVE INVOICE-DETAIL-LINE TO CHARGE-REPORT-RECORD
               WRITE CHARGE-REPORT-RECORD
               COMPUTE CHARGE-TOTAL = CHARGE-GROUPS + CHARGE-ROWS
           ELSE
               MOVE "  INTERACTIVE GENERATIONS" TO IDL-TEXT
               MOVE PERIOD-GENS TO IDL-QUANTITY
               MOVE RATE-INTERACT TO IDL-RATE
               MOVE CHARGE-GENS TO IDL-AMOUNT
               MOVE INVOICE-DETAIL-LINE TO CHARGE-REPORT-RECORD
               WRITE CHARGE-REPORT-RECORD
               MOVE CHARGE-GENS TO CHARGE-TOTAL
           END-IF
           MOVE SPACES TO INVOICE-DETAIL-LINE
           MOVE PERIOD-TOTAL-TEXT TO IDL-TEXT
           MOVE CHARGE-TOTAL TO IDL-AMOUNT
           MOVE INVOICE-DETAIL-LINE TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD.

       420-WRITE-BILL-DETAILS.
      *    CALLED RIGHT AFTER THE MONTH-TO-DATE PERIOD IS PRICED, SO
      *    THE CHARGE FIELDS HOLD THIS MONTH'S AMOUNTS. A CHARGE
      *    WITH NO QUANTITY IS NOT SENT TO THE LEDGER.
           MOVE BILL-MONTH TO BD-MONTH
           MOVE AC-TYPE(ACCOUNT-IX) TO BD-ACCOUNT-TYPE
           MOVE AC-ID(ACCOUNT-IX) TO BD-ACCOUNT-ID
           IF AC-TYPE(ACCOUNT-IX) = "S"
               IF PERIOD-GROUPS > ZERO
                   MOVE "GROUP" TO BD-CHARGE-CODE
                   MOVE PERIOD-GROUPS TO BD-QUANTITY
                   MOVE RATE-GROUP TO BD-RATE
                   MOVE CHARGE-GROUPS TO BD-AMOUNT
                   PERFORM 430-WRITE-BILL-DETAIL
                   ADD PERIOD-GROUPS TO BILLED-MONTH-GROUPS
               END-IF
               IF PERIOD-ROWS > ZERO
                   MOVE "ROW" TO BD-CHARGE-CODE
                   MOVE PERIOD-ROWS TO BD-QUANTITY
                   MOVE RATE-ROW TO BD-RATE
                   MOVE CHARGE-ROWS TO BD-AMOUNT
                   PERFORM 430-WRITE-BILL-DETAIL
                   ADD PERIOD-ROWS TO BILLED-MONTH-ROWS
               END-IF
           ELSE
               IF PERIOD-GENS > ZERO
                   MOVE "INTERACT" TO BD-CHARGE-CODE
                   MOVE PERIOD-GENS TO BD-QUANTITY
                   MOVE RATE-INTERACT TO BD-RATE
                   MOVE CHARGE-GENS TO BD-AMOUNT
                   PERFORM 430-WRITE-BILL-DETAIL
                   ADD PERIOD-GENS TO BILLED-MONTH-GENS
               END-IF
           END-IF.

       430-WRITE-BILL-DETAIL.
           WRITE BILLING-RECORD FROM BILL-DETAIL-LINE
           ADD 1 TO BILL-DETAIL-COUNT
           ADD BD-AMOUNT TO BILLED-MONTH-AMOUNT.

       500-WRITE-OVERHEAD.
      *    PRICED AT THE SAME RATES SO THE COST OF RUNNING THE
      *    SERVICE ITSELF IS VISIBLE; NOTHING HERE IS BILLED.
           MOVE BILL-MONTH TO ITL-MONTH
           WRITE CHARGE-REPORT-RECORD FROM INVOICE-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           MOVE "UNBILLED OVERHEAD - *MASTER* FEED, *BATCH* AND"
             TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           MOVE "UNBILLED INTERACTIVE GENERATIONS"
             TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           MOVE SPACES TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD FROM INVOICE-COLUMN-LINE
           MOVE MASTER-MTD-FEEDS TO PERIOD-FEEDS
           MOVE MASTER-MTD-GROUPS TO PERIOD-GROUPS
           MOVE MASTER-MTD-ROWS TO PERIOD-ROWS
           MOVE BATCH-MTD-GENS TO PERIOD-GENS
           MOVE "MONTH TO DATE" TO PERIOD-TITLE
           PERFORM 510-WRITE-OVERHEAD-PERIOD
           MOVE UNBILLED-MTD-GENS TO PERIOD-GENS
           PERFORM 520-WRITE-UNBILLED-GENS
           MOVE MASTER-YTD-FEEDS TO PERIOD-FEEDS
           MOVE MASTER-YTD-GROUPS TO PERIOD-GROUPS
           MOVE MASTER-YTD-ROWS TO PERIOD-ROWS
           MOVE BATCH-YTD-GENS TO PERIOD-GENS
           MOVE "YEAR TO DATE" TO PERIOD-TITLE
           PERFORM 510-WRITE-OVERHEAD-PERIOD
           MOVE UNBILLED-YTD-GENS TO PERIOD-GENS
           PERFORM 520-WRITE-UNBILLED-GENS.

       510-WRITE-OVERHEAD-PERIOD.
           COMPUTE CHARGE-GROUPS ROUNDED = PERIOD-GROUPS * RATE-GROUP
           COMPUTE CHARGE-ROWS ROUNDED = PERIOD-ROWS * RATE-ROW
           MOVE SPACES TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           MOVE PERIOD-TITLE TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           MOVE SPACES TO INVOICE-DETAIL-LINE
           MOVE "  *MASTER* FEEDS" TO IDL-TEXT
           MOVE PERIOD-FEEDS TO IDL-QUANTITY
           MOVE INVOICE-DETAIL-LINE TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           MOVE "  *MASTER* GROUPS" TO IDL-TEXT
           MOVE PERIOD-GROUPS TO IDL-QUANTITY
           MOVE RATE-GROUP TO IDL-RATE
           MOVE CHARGE-GROUPS TO IDL-AMOUNT
           MOVE INVOICE-DETAIL-LINE TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           MOVE "  *MASTER* ROWS" TO IDL-TEXT
           MOVE PERIOD-ROWS TO IDL-QUANTITY
           MOVE RATE-ROW TO IDL-RATE
           MOVE CHARGE-ROWS TO IDL-AMOUNT
           MOVE INVOICE-DETAIL-LINE TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           MOVE SPACES TO INVOICE-DETAIL-LINE
           MOVE "  *BATCH* GENERATIONS" TO IDL-TEXT
           MOVE PERIOD-GENS TO IDL-QUANTITY
           MOVE INVOICE-DETAIL-LINE TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD.

       520-WRITE-UNBILLED-GENS.
           COMPUTE CHARGE-GENS ROUNDED = PERIOD-GENS * RATE-INTERACT
           MOVE SPACES TO INVOICE-DETAIL-LINE
           MOVE "  INTERACTIVE, NOT ON PATTSEC" TO IDL-TEXT
           MOVE PERIOD-GENS TO IDL-QUANTITY
           MOVE RATE-INTERACT TO IDL-RATE
           MOVE CHARGE-GENS TO IDL-AMOUNT
           MOVE INVOICE-DETAIL-LINE TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD.

       600-WRITE-CONTROL-TOTALS.
      *    EVERY PATTTRL ROW FOR THE MONTH IS EITHER BILLED TO A
      *    SUBSCRIBER OR SHOWN AS *MASTER* OVERHEAD; THE BILLING
      *    TRAILER CARRIES BOTH SO THE LEDGER LOAD CAN PROVE IT.
           COMPUTE ACCOUNTED-ROWS = BILLED-MONTH-ROWS + MASTER-MTD-ROWS
           IF ACCOUNTED-ROWS NOT = TRAILER-MONTH-ROWS
             OR ACCOUNT-OVERFLOW-YES
             OR TRAILER-OVERFLOW-YES
               MOVE "N" TO CONTROL-TIED
           END-IF
           MOVE BILL-MONTH TO BT-MONTH
           MOVE BILL-DETAIL-COUNT TO BT-DETAIL-COUNT
           MOVE BILLED-MONTH-GROUPS TO BT-BILLED-GROUPS
           MOVE BILLED-MONTH-ROWS TO BT-BILLED-ROWS
           MOVE MASTER-MTD-ROWS TO BT-OVERHEAD-ROWS
           MOVE TRAILER-MONTH-ROWS TO BT-TRAILER-ROWS
           MOVE BILLED-MONTH-GENS TO BT-BILLED-GENS
           MOVE BILLED-MONTH-AMOUNT TO BT-TOTAL-AMOUNT
           WRITE BILLING-RECORD FROM BILL-TRAILER-LINE
           MOVE BILL-MONTH TO ITL-MONTH
           WRITE CHARGE-REPORT-RECORD FROM INVOICE-TITLE-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           MOVE "BILLING CONTROL TOTALS" TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           MOVE SPACES TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           MOVE "PATTTRL RECORDS READ........................"
             TO SUMMARY-TEXT
           MOVE TRAILERS-READ TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "  NOT PARSEABLE............................."
             TO SUMMARY-TEXT
           MOVE TRAILERS-UNPARSED TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "  SUPERSEDED BY A RERUN OR RESEND..........."
             TO SUMMARY-TEXT
           MOVE TRAILERS-SUPERSEDED TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "PATUSAGE RECORDS READ......................."
             TO SUMMARY-TEXT
           MOVE USAGE-READ TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "  NOT PARSEABLE............................."
             TO SUMMARY-TEXT
           MOVE USAGE-UNPARSED TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE SPACES TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           MOVE "PATTTRL ROWS FOR THE MONTH.................."
             TO SUMMARY-TEXT
           MOVE TRAILER-MONTH-ROWS TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "  ROWS BILLED TO SUBSCRIBERS................"
             TO SUMMARY-TEXT
           MOVE BILLED-MONTH-ROWS TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "  *MASTER* ROWS, UNBILLED OVERHEAD.........."
             TO SUMMARY-TEXT
           MOVE MASTER-MTD-ROWS TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "  ROWS ACCOUNTED FOR........................"
             TO SUMMARY-TEXT
           MOVE ACCOUNTED-ROWS TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "GROUPS BILLED..............................."
             TO SUMMARY-TEXT
           MOVE BILLED-MONTH-GROUPS TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "INTERACTIVE GENERATIONS BILLED.............."
             TO SUMMARY-TEXT
           MOVE BILLED-MONTH-GENS TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "BILLING DETAIL RECORDS WRITTEN.............."
             TO SUMMARY-TEXT
           MOVE BILL-DETAIL-COUNT TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "TOTAL AMOUNT BILLED........................."
             TO SUMMARY-AMOUNT-TEXT
           MOVE BILLED-MONTH-AMOUNT TO SUMMARY-AMOUNT
           MOVE SUMMARY-AMOUNT-LINE TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           MOVE SPACES TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD
           IF CONTROL-TIED-YES
               MOVE "CONTROL TOTALS TIE TO PATTTRL"
                 TO CHARGE-REPORT-RECORD
           ELSE
               MOVE "CONTROL TOTALS DO NOT TIE - DO NOT LOAD PATTBILL"
                 TO CHARGE-REPORT-RECORD
           END-IF
           WRITE CHARGE-REPORT-RECORD
           IF TRAILER-OVERFLOW-YES OR ACCOUNT-OVERFLOW-YES
               MOVE "TABLE LIMIT REACHED - SOME FEEDS NOT COUNTED"
                 TO CHARGE-REPORT-RECORD
               WRITE CHARGE-REPORT-RECORD
           END-IF.

       610-WRITE-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO CHARGE-REPORT-RECORD
           WRITE CHARGE-REPORT-RECORD.
       END PROGRAM PATTCHRG.
