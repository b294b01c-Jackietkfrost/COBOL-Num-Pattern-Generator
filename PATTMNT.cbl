      *    RECORD THE BATCH WOULD SKIP CAN NEVER BE SAVED FROM HERE.
      *    CHANGES ARE HELD IN STORAGE UNTIL THE OPERATOR SAVES, SO
      *    A SESSION CAN BE ABANDONED WITHOUT TOUCHING THE FILES.
      *    A SAVE DOES NOT REWRITE THE MEMBER: IT SUBMITS THE BEFORE
      *    AND AFTER IMAGE OF EVERY RECORD ADDED, CHANGED OR DELETED
      *    TO THE PATTPEND PENDING-CHANGE FILE. A SECOND OPERATOR
      *    CARRYING THE PATTSEC APPROVER FLAG (COLUMN 43) REVIEWS IT
      *    ON THE APPROVAL SCREEN; ONLY AN APPROVAL APPLIES IT TO THE
      *    MEMBER, AND NOBODY MAY DECIDE A CHANGE THEY MADE. EVERY
      *    DECISION, APPROVED OR REJECTED, GOES TO THE PERMANENT
      *    PATTCHGH CHANGE HISTORY PRINTED BY PATCHRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-DEF-FILE ASSIGN TO "PATTDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEF-FILE-STATUS.
           SELECT PATTERN-PENDING-FILE ASSIGN TO "PATTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-FILE-STATUS.
           SELECT PATTERN-HISTORY-FILE ASSIGN TO "PATTCHGH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PATTERN-PARM-RECORD.
           05  PARM-PATTERN-SELECTION PIC 99.
           05  PARM-USR-SIZE          PIC 999.
           05  FILLER                 PIC X.
           05  PARM-PRIORITY          PIC X.

       FD  PATTERN-SETS-FILE
           RECORDING MODE IS F.
           05  FILLER                 PIC X.
           05  SETS-PATTERN           PIC 99.
           05  SETS-SIZE              PIC 999.
           05  FILLER                 PIC X.
           05  SETS-PRIORITY          PIC X.

       FD  PATTERN-CONFIG-FILE
           RECORDING MODE IS F.
           05  SEC-SAVE-IN            PIC X.
           05  FILLER                 PIC X.
           05  SEC-PATTERNS-IN        PIC X(30).
           05  FILLER                 PIC X.
           05  SEC-APPROVE-IN         PIC X.

       FD  PATTERN-CHANGE-LOG
           RECORDING MODE IS F.
           05  DEF-INCR-IN            PIC XX.
           05  FILLER                 PIC X.
           05  DEF-STYLE-IN           PIC X.
           05  FILLER                 PIC X.
           05  DEF-EFFECTIVE-IN       PIC X(8).

       FD  PATTERN-PENDING-FILE
           RECORDING MODE IS F.
       01  PATTERN-PENDING-RECORD     PIC X(150).

       FD  PATTERN-HISTORY-FILE
           RECORDING MODE IS F.
       01  PATTERN-HISTORY-RECORD     PIC X(200).

       WORKING-STORAGE SECTION.
       01  PARM-FILE-STATUS        PIC XX      VALUE "00".
       01  SEC-EOF                 PIC X       VALUE "N".
           88  SEC-EOF-YES         VALUE "Y".
      *    THE SAME PATTSEC OPERATOR FILE THE GENERATOR USES. THE
      *    SAVE FLAG SAYS WHO MAY SUBMIT CHANGES TO PATTPARM,
      *    PATTSETS AND PATTCFG FROM HERE; EVERY OTHER VALID
      *    OPERATOR MAY BROWSE AND STAGE CHANGES BUT THE SAVE IS
      *    REFUSED. THE APPROVER FLAG SAYS WHO MAY APPROVE OR REJECT
      *    THEM. WITH NO PATTSEC FILE INSTALLED THERE IS NO SIGN-ON
      *    AND THE MEMBERS MAY STILL BE BROWSED, BUT NOTHING CAN BE
      *    SAVED: MAKER-CHECKER NEEDS TWO NAMED OPERATORS.
       01  SECURITY-ACTIVE         PIC X       VALUE "N".
           88  SECURITY-ACTIVE-YES VALUE "Y".
       01  SEC-TABLE.
           05  SEC-ENTRY           OCCURS 20 TIMES.
               10  SEC-ID          PIC X(8).
               10  SEC-SAVE        PIC X.
               10  SEC-APPROVE     PIC X.
       01  SEC-COUNT               PIC 99      VALUE ZERO.
       01  SEC-IX                  PIC 99      VALUE ZERO.
       01  OPERATOR-ID             PIC X(8)    VALUE SPACES.
       01  OPERATOR-IX             PIC 99      VALUE ZERO.
       01  OPERATOR-MAY-SAVE       PIC X       VALUE "Y".
           88  OPERATOR-MAY-SAVE-YES VALUE "Y".
       01  OPERATOR-MAY-APPROVE    PIC X       VALUE "N".
           88  OPERATOR-MAY-APPROVE-YES VALUE "Y".
       01  SIGNON-TRIES            PIC 9       VALUE ZERO.
       01  SIGNON-REFUSED          PIC X       VALUE "N".
           88  SIGNON-REFUSED-YES  VALUE "Y".
           05  PARM-ENTRY          OCCURS 500 TIMES.
               10  PT-PATTERN      PIC 99.
               10  PT-SIZE         PIC 999.
               10  PT-PRIORITY     PIC X.
       01  LOAD-OVERFLOW           PIC X       VALUE "N".
           88  LOAD-OVERFLOW-YES   VALUE "Y".
       01  PARM-COUNT              PIC 999     VALUE ZERO.
       01  ENTRY-NUMBER            PIC 999     VALUE ZERO.
       01  EDIT-PATTERN            PIC 99      VALUE ZERO.
       01  EDIT-SIZE               PIC 999     VALUE ZERO.
       01  EDIT-PRIORITY           PIC X       VALUE SPACE.
       01  EDIT-VALID              PIC X       VALUE "Y".
           88  EDIT-VALID-YES      VALUE "Y".
       01  UNSAVED-CHANGES         PIC X       VALUE "N".
           88  UNSAVED-CHANGES-YES VALUE "Y".
       01  PARM-LIST-TABLE.
           05  PARM-LIST-LINE      OCCURS 10 TIMES
                                       PIC X(29).
       01  PARM-LIST-BUILD.
           05  PLB-ENTRY           PIC ZZ9.
           05  FILLER              PIC XX      VALUE SPACES.
           05  PLB-PATTERN         PIC 99.
           05  FILLER              PIC X(6)    VALUE " SIZE ".
           05  PLB-SIZE            PIC 999.
           05  FILLER              PIC X(4)    VALUE " CL ".
           05  PLB-PRIORITY        PIC X.
      *    THE SET TABLE HOLDS THE WHOLE PATTSETS PARMLIB, ALL SETS
      *    TOGETHER, IN FILE ORDER; THE SAME PARTIAL-LOAD LOCKOUT
      *    APPLIES AS FOR THE REQUEST TABLE.
               10  ST-NAME         PIC X(8).
               10  ST-PATTERN      PIC 99.
               10  ST-SIZE         PIC 999.
               10  ST-PRIORITY     PIC X.
       01  SETS-COUNT              PIC 999     VALUE ZERO.
       01  SETS-INDEX              PIC 999     VALUE ZERO.
       01  SETS-PAGE-FIRST         PIC 999     VALUE 1.
       01  EDIT-SET-NAME           PIC X(8)    VALUE SPACES.
       01  SETS-LIST-TABLE.
           05  SETS-LIST-LINE      OCCURS 10 TIMES
                                       PIC X(42).
       01  SETS-LIST-BUILD.
           05  SLB-ENTRY           PIC ZZ9.
           05  FILLER              PIC XX      VALUE SPACES.
           05  SLB-PATTERN         PIC 99.
           05  FILLER              PIC X(6)    VALUE " SIZE ".
           05  SLB-SIZE            PIC 999.
           05  FILLER              PIC X(4)    VALUE " CL ".
           05  SLB-PRIORITY        PIC X.
      *    ONE LABEL SLOT PER PATTERN NUMBER, AS PATTCFG CARRIES AT
      *    MOST ONE OVERRIDE FOR EACH; SLOT 10 HOLDS PATTERN 0.
       01  CFG-SLOT-TABLE.
           05  CLB-STATE           PIC X(8).
           05  FILLER              PIC XX      VALUE SPACES.
           05  CLB-LABEL           PIC X(40).
       01  PEND-FILE-STATUS        PIC XX      VALUE "00".
       01  HISTORY-FILE-STATUS     PIC XX      VALUE "00".
       01  PEND-EOF                PIC X       VALUE "N".
           88  PEND-EOF-YES        VALUE "Y".
      *    EVERY ADD, CHANGE AND DELETE MADE SINCE THE MEMBER WAS
      *    LOADED, IN THE ORDER MADE, WITH THE RECORD AS IT STOOD
      *    BEFORE AND AFTER. THE ENTRY NUMBER IS THE RECORD'S
      *    POSITION AT THE TIME (THE PATTERN NUMBER FOR PATTCFG), SO
      *    THE LIST REPLAYS IN ORDER AGAINST THE MEMBER IT WAS MADE
      *    FROM. A FULL LIST MUST BE SAVED BEFORE MORE EDITS.
       01  CHANGE-TABLE.
           05  CHANGE-ENTRY        OCCURS 500 TIMES.
               10  CT-ACTION       PIC X.
               10  CT-ENTRY        PIC 999.
               10  CT-BEFORE       PIC X(50).
               10  CT-AFTER        PIC X(50).
       01  CHANGE-COUNT            PIC 999     VALUE ZERO.
       01  CHANGE-INDEX            PIC 999     VALUE ZERO.
       01  CHANGE-ACTION           PIC X       VALUE SPACE.
       01  CHANGE-ENTRY-NUMBER     PIC 999     VALUE ZERO.
       01  CHANGE-BEFORE           PIC X(50)   VALUE SPACES.
       01  CHANGE-AFTER            PIC X(50)   VALUE SPACES.
       01  CHANGE-MEMBER           PIC X(8)    VALUE SPACES.
       01  CHANGE-ROOM             PIC X       VALUE "Y".
           88  CHANGE-ROOM-YES     VALUE "Y".
       01  MEMBER-PENDING          PIC X       VALUE "N".
           88  MEMBER-PENDING-YES  VALUE "Y".
      *    RECORD IMAGES EXACTLY AS EACH MEMBER CARRIES THEM.
       01  IMAGE-WORK              PIC X(50)   VALUE SPACES.
       01  PARM-IMAGE.
           05  PI-PATTERN          PIC 99.
           05  PI-SIZE             PIC 999.
           05  FILLER              PIC X       VALUE SPACE.
           05  PI-PRIORITY         PIC X.
       01  SETS-IMAGE.
           05  SI-NAME             PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  SI-PATTERN          PIC 99.
           05  SI-SIZE             PIC 999.
           05  FILLER              PIC X       VALUE SPACE.
           05  SI-PRIORITY         PIC X.
       01  CFG-IMAGE.
           05  CI-PATTERN          PIC 99.
           05  FILLER              PIC X       VALUE SPACE.
           05  CI-LABEL            PIC X(40).
      *    ONE PATTPEND RECORD PER LISTED CHANGE. THE CHANGE ID IS THE
      *    SUBMISSION TIMESTAMP; ID, MEMBER AND MAKER TOGETHER (THE
      *    FIRST 34 BYTES) KEY ONE SUBMISSION.
       01  PENDING-LINE.
           05  PND-CHANGE-ID       PIC X(16).
           05  FILLER              PIC X       VALUE SPACE.
           05  PND-MEMBER          PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  PND-MAKER           PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  PND-SEQ             PIC 999.
           05  FILLER              PIC X       VALUE SPACE.
           05  PND-ACTION          PIC X.
           05  FILLER              PIC X       VALUE SPACE.
           05  PND-ENTRY           PIC 999.
           05  FILLER              PIC X       VALUE SPACE.
           05  PND-BEFORE          PIC X(50).
           05  FILLER              PIC X       VALUE SPACE.
           05  PND-AFTER           PIC X(50).
           05  FILLER              PIC X(4)    VALUE SPACES.
      *    PATTCHGH: THE PENDING RECORD AS SUBMITTED, THEN THE
      *    DECISION, WHO MADE IT AND WHEN.
       01  HISTORY-LINE.
           05  HST-PENDING         PIC X(150).
           05  HST-DECISION        PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  HST-APPROVER        PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  HST-DECIDED         PIC X(16).
           05  FILLER              PIC X(16)   VALUE SPACES.
      *    THE WHOLE PENDING FILE IS HELD FOR THE APPROVAL SCREEN. A
      *    FILE TOO BIG TO LOAD MAY BE VIEWED BUT NOT DECIDED, SINCE
      *    EACH DECISION REWRITES THE FILE.
       01  PEND-TABLE.
           05  PEND-ENTRY          OCCURS 1000 TIMES
                                       PIC X(150).
       01  PEND-COUNT              PIC 9(4)    VALUE ZERO.
       01  PEND-INDEX              PIC 9(4)    VALUE ZERO.
       01  PEND-OVERFLOW           PIC X       VALUE "N".
           88  PEND-OVERFLOW-YES   VALUE "Y".
       01  PEND-SKIP-KEY           PIC X(34)   VALUE SPACES.
       01  BATCH-FIRST             PIC 9(4)    VALUE ZERO.
       01  BATCH-LAST              PIC 9(4)    VALUE ZERO.
       01  BATCH-PAGE-FIRST        PIC 9(4)    VALUE ZERO.
       01  BATCH-NUMBER            PIC 9(4)    VALUE ZERO.
       01  BATCH-TOTAL             PIC 9(4)    VALUE ZERO.
       01  DECISION-TEXT           PIC X(8)    VALUE SPACES.
       01  APPLY-OK                PIC X       VALUE "Y".
           88  APPLY-OK-YES        VALUE "Y".
       01  APV-CHANGE-ID           PIC X(16)   VALUE SPACES.
       01  APV-MEMBER              PIC X(8)    VALUE SPACES.
       01  APV-MAKER               PIC X(8)    VALUE SPACES.
       01  APV-POSITION.
           05  FILLER              PIC X(7)    VALUE "CHANGE ".
           05  APV-BATCH-NUMBER    PIC ZZZ9.
           05  FILLER              PIC X(4)    VALUE " OF ".
           05  APV-BATCH-TOTAL     PIC ZZZ9.
           05  FILLER              PIC XX      VALUE ", ".
           05  APV-RECORDS         PIC ZZZ9.
           05  FILLER              PIC X(15)   VALUE " RECORD(S)".
       01  APPROVAL-SLOT           PIC 99      VALUE ZERO.
       01  APPROVAL-LINE-NUMBER    PIC 99      VALUE ZERO.
       01  APPROVAL-LIST-TABLE.
           05  APPROVAL-LIST-LINE  OCCURS 10 TIMES
                                       PIC X(75).
       01  APPROVAL-BEFORE-BUILD.
           05  ABB-SEQ             PIC ZZ9.
           05  FILLER              PIC X       VALUE SPACE.
           05  ABB-ACTION          PIC X(6).
           05  FILLER              PIC X(7)    VALUE " ENTRY ".
           05  ABB-ENTRY           PIC ZZ9.
           05  FILLER              PIC X(5)    VALUE " WAS ".
           05  ABB-IMAGE           PIC X(50).
       01  APPROVAL-AFTER-BUILD.
           05  FILLER              PIC X(20)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE " NOW ".
           05  AAB-IMAGE           PIC X(50).

      ******************************************************************
       SCREEN SECTION.
           05 LINE 9  COLUMN 23 VALUE
           "3. PATTSETS NAMED-SET RECORDS".
           05 LINE 10 COLUMN 23 VALUE
           "4. APPROVE PENDING CHANGES".
           05 LINE 11 COLUMN 23 VALUE
           "5. EXIT".
           05 LINE 13 COLUMN 23 VALUE "SELECT AN OPTION (1-5):".
           05 LINE 13 COLUMN 48 PIC 9 USING MAINT-CHOICE.
           05 LINE 15 COLUMN 23 PIC X(60) FROM MAINT-MESSAGE.

      ******************************************************************

       01 PARM-LIST-SCREEN
           BLANK SCREEN.
           05 LINE 1  COLUMN 25 VALUE "PATTPARM REQUEST RECORDS".
           05 LINE 3  COLUMN 10 PIC X(29) FROM PARM-LIST-LINE(1).
           05 LINE 4  COLUMN 10 PIC X(29) FROM PARM-LIST-LINE(2).
           05 LINE 5  COLUMN 10 PIC X(29) FROM PARM-LIST-LINE(3).
           05 LINE 6  COLUMN 10 PIC X(29) FROM PARM-LIST-LINE(4).
           05 LINE 7  COLUMN 10 PIC X(29) FROM PARM-LIST-LINE(5).
           05 LINE 8  COLUMN 10 PIC X(29) FROM PARM-LIST-LINE(6).
           05 LINE 9  COLUMN 10 PIC X(29) FROM PARM-LIST-LINE(7).
           05 LINE 10 COLUMN 10 PIC X(29) FROM PARM-LIST-LINE(8).
           05 LINE 11 COLUMN 10 PIC X(29) FROM PARM-LIST-LINE(9).
           05 LINE 12 COLUMN 10 PIC X(29) FROM PARM-LIST-LINE(10).
           05 LINE 14 COLUMN 10 VALUE
           "A=ADD C=CHANGE D=DELETE N=NEXT P=PREV S=SAVE X=EXIT".
           05 LINE 15 COLUMN 10 VALUE "ACTION:".
           05 LINE 17 COLUMN 35 PIC ZZ USING EDIT-PATTERN.
           05 LINE 18 COLUMN 10 VALUE "SIZE (1-999):".
           05 LINE 18 COLUMN 35 PIC ZZZ USING EDIT-SIZE.
           05 LINE 19 COLUMN 10 VALUE "PRIORITY (1-9, BLANK=5):".
           05 LINE 19 COLUMN 35 PIC X USING EDIT-PRIORITY.
           05 LINE 20 COLUMN 10 PIC X(60) FROM MAINT-MESSAGE.

      ******************************************************************
       01 SETS-LIST-SCREEN
           BLANK SCREEN.
           05 LINE 1  COLUMN 25 VALUE "PATTSETS NAMED-SET RECORDS".
           05 LINE 3  COLUMN 10 PIC X(42) FROM SETS-LIST-LINE(1).
           05 LINE 4  COLUMN 10 PIC X(42) FROM SETS-LIST-LINE(2).
           05 LINE 5  COLUMN 10 PIC X(42) FROM SETS-LIST-LINE(3).
           05 LINE 6  COLUMN 10 PIC X(42) FROM SETS-LIST-LINE(4).
           05 LINE 7  COLUMN 10 PIC X(42) FROM SETS-LIST-LINE(5).
           05 LINE 8  COLUMN 10 PIC X(42) FROM SETS-LIST-LINE(6).
           05 LINE 9  COLUMN 10 PIC X(42) FROM SETS-LIST-LINE(7).
           05 LINE 10 COLUMN 10 PIC X(42) FROM SETS-LIST-LINE(8).
           05 LINE 11 COLUMN 10 PIC X(42) FROM SETS-LIST-LINE(9).
           05 LINE 12 COLUMN 10 PIC X(42) FROM SETS-LIST-LINE(10).
           05 LINE 14 COLUMN 10 VALUE
           "A=ADD C=CHANGE D=DELETE N=NEXT P=PREV S=SAVE X=EXIT".
           05 LINE 15 COLUMN 10 VALUE "ACTION:".
           05 LINE 18 COLUMN 35 PIC ZZ USING EDIT-PATTERN.
           05 LINE 19 COLUMN 10 VALUE "SIZE (1-999):".
           05 LINE 19 COLUMN 35 PIC ZZZ USING EDIT-SIZE.
           05 LINE 20 COLUMN 10 VALUE "PRIORITY (1-9, BLANK=5):".
           05 LINE 20 COLUMN 35 PIC X USING EDIT-PRIORITY.
           05 LINE 21 COLUMN 10 PIC X(60) FROM MAINT-MESSAGE.

      ******************************************************************
           05 LINE 17 COLUMN 17 PIC X(40) USING EDIT-LABEL.
           05 LINE 19 COLUMN 10 PIC X(60) FROM MAINT-MESSAGE.

      ******************************************************************

       01 APPROVAL-SCREEN
           BLANK SCREEN.
           05 LINE 1  COLUMN 25 VALUE "PENDING CHANGE APPROVAL".
           05 LINE 3  COLUMN 3  VALUE "SUBMITTED:".
           05 LINE 3  COLUMN 14 PIC X(16) FROM APV-CHANGE-ID.
           05 LINE 3  COLUMN 32 VALUE "MEMBER:".
           05 LINE 3  COLUMN 40 PIC X(8) FROM APV-MEMBER.
           05 LINE 3  COLUMN 50 VALUE "MADE BY:".
           05 LINE 3  COLUMN 59 PIC X(8) FROM APV-MAKER.
           05 LINE 4  COLUMN 3  PIC X(40) FROM APV-POSITION.
           05 LINE 6  COLUMN 3  PIC X(75) FROM APPROVAL-LIST-LINE(1).
           05 LINE 7  COLUMN 3  PIC X(75) FROM APPROVAL-LIST-LINE(2).
           05 LINE 8  COLUMN 3  PIC X(75) FROM APPROVAL-LIST-LINE(3).
           05 LINE 9  COLUMN 3  PIC X(75) FROM APPROVAL-LIST-LINE(4).
           05 LINE 10 COLUMN 3  PIC X(75) FROM APPROVAL-LIST-LINE(5).
           05 LINE 11 COLUMN 3  PIC X(75) FROM APPROVAL-LIST-LINE(6).
           05 LINE 12 COLUMN 3  PIC X(75) FROM APPROVAL-LIST-LINE(7).
           05 LINE 13 COLUMN 3  PIC X(75) FROM APPROVAL-LIST-LINE(8).
           05 LINE 14 COLUMN 3  PIC X(75) FROM APPROVAL-LIST-LINE(9).
           05 LINE 15 COLUMN 3  PIC X(75) FROM APPROVAL-LIST-LINE(10).
           05 LINE 17 COLUMN 3  VALUE
           "A=APPROVE R=REJECT N=NEXT P=PREV B=NEXT CHANGE X=EXIT".
           05 LINE 18 COLUMN 3  VALUE "ACTION:".
           05 LINE 18 COLUMN 12 PIC X USING MAINT-ACTION.
           05 LINE 20 COLUMN 3  PIC X(60) FROM MAINT-MESSAGE.

       PROCEDURE DIVISION.

       100-MAIN.
                   WHEN 3
                       PERFORM 400-SETS-MAINT
                   WHEN 4
                       PERFORM 700-APPROVAL-MAINT
                   WHEN 5
                       SET SESSION-DONE-YES TO TRUE
                   WHEN OTHER
                       MOVE "CHOOSE 1, 2, 3, 4 OR 5" TO MAINT-MESSAGE
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       200-PARM-MAINT.
           PERFORM 210-LOAD-PARM-TABLE
           MOVE ZERO TO CHANGE-COUNT
           MOVE "N" TO MAINT-DONE
           MOVE "N" TO UNSAVED-CHANGES
           MOVE 1 TO PARM-PAGE-FIRST
               DISPLAY PARM-LIST-SCREEN
               ACCEPT PARM-LIST-SCREEN
               MOVE SPACES TO MAINT-MESSAGE
               PERFORM 600-CHECK-CHANGE-ROOM
               IF CHANGE-ROOM-YES
                   PERFORM 230-PARM-ACTION
               END-IF
           END-PERFORM.

       210-LOAD-PARM-TABLE.
                                 TO PT-PATTERN(PARM-COUNT)
                               MOVE PARM-USR-SIZE
                                 TO PT-SIZE(PARM-COUNT)
                               MOVE PARM-PRIORITY
                                 TO PT-PRIORITY(PARM-COUNT)
                           ELSE
                               SET LOAD-OVERFLOW-YES TO TRUE
                           END-IF
                   MOVE PARM-INDEX TO PLB-ENTRY
                   MOVE PT-PATTERN(PARM-INDEX) TO PLB-PATTERN
                   MOVE PT-SIZE(PARM-INDEX) TO PLB-SIZE
                   MOVE PT-PRIORITY(PARM-INDEX) TO PLB-PRIORITY
                   MOVE PARM-LIST-BUILD
                     TO PARM-LIST-LINE(PARM-LIST-SLOT)
               ELSE
                           ADD 1 TO PARM-COUNT
                           MOVE EDIT-PATTERN TO PT-PATTERN(PARM-COUNT)
                           MOVE EDIT-SIZE TO PT-SIZE(PARM-COUNT)
                           MOVE EDIT-PRIORITY
                             TO PT-PRIORITY(PARM-COUNT)
                           MOVE "A" TO CHANGE-ACTION
                           MOVE PARM-COUNT TO CHANGE-ENTRY-NUMBER
                           MOVE SPACES TO CHANGE-BEFORE
                           MOVE PARM-COUNT TO PARM-INDEX
                           PERFORM 601-BUILD-PARM-IMAGE
                           MOVE IMAGE-WORK TO CHANGE-AFTER
                           PERFORM 610-RECORD-CHANGE
                           SET UNSAVED-CHANGES-YES TO TRUE
                           MOVE "RECORD ADDED, NOT YET SAVED"
                             TO MAINT-MESSAGE
                   IF ENTRY-NUMBER >= 1 AND ENTRY-NUMBER <= PARM-COUNT
                       PERFORM 250-EDIT-REQUEST
                       IF EDIT-VALID-YES
                           MOVE ENTRY-NUMBER TO PARM-INDEX
                           PERFORM 601-BUILD-PARM-IMAGE
                           MOVE IMAGE-WORK TO CHANGE-BEFORE
                           MOVE EDIT-PATTERN
                             TO PT-PATTERN(ENTRY-NUMBER)
                           MOVE EDIT-SIZE TO PT-SIZE(ENTRY-NUMBER)
                           MOVE EDIT-PRIORITY
                             TO PT-PRIORITY(ENTRY-NUMBER)
                           PERFORM 601-BUILD-PARM-IMAGE
                           MOVE IMAGE-WORK TO CHANGE-AFTER
                           MOVE "C" TO CHANGE-ACTION
                           MOVE ENTRY-NUMBER TO CHANGE-ENTRY-NUMBER
                           PERFORM 610-RECORD-CHANGE
                           SET UNSAVED-CHANGES-YES TO TRUE
                           MOVE "RECORD CHANGED, NOT YET SAVED"
                             TO MAINT-MESSAGE
                   END-IF
               WHEN "D"
                   IF ENTRY-NUMBER >= 1 AND ENTRY-NUMBER <= PARM-COUNT
                       MOVE ENTRY-NUMBER TO PARM-INDEX
                       PERFORM 601-BUILD-PARM-IMAGE
                       MOVE IMAGE-WORK TO CHANGE-BEFORE
                       MOVE SPACES TO CHANGE-AFTER
                       MOVE "D" TO CHANGE-ACTION
                       MOVE ENTRY-NUMBER TO CHANGE-ENTRY-NUMBER
                       PERFORM 610-RECORD-CHANGE
                       PERFORM VARYING PARM-INDEX FROM ENTRY-NUMBER
                         BY 1 UNTIL PARM-INDEX >= PARM-COUNT
                           MOVE PARM-ENTRY(PARM-INDEX + 1)
                   MOVE "SAVE REFUSED, MEMBER WAS NOT FULLY LOADED"
                     TO MAINT-MESSAGE
               ELSE
                   MOVE "PATTPARM" TO CHANGE-MEMBER
                   PERFORM 620-SUBMIT-CHANGES
               END-IF
           END-IF.

                   MOVE PT-PATTERN(PARM-INDEX)
                     TO PARM-PATTERN-SELECTION
                   MOVE PT-SIZE(PARM-INDEX) TO PARM-USR-SIZE
                   MOVE SPACE TO PATTERN-PARM-RECORD(6:1)
                   MOVE PT-PRIORITY(PARM-INDEX) TO PARM-PRIORITY
                   WRITE PATTERN-PARM-RECORD
               END-PERFORM
               CLOSE PATTERN-PARM-FILE
      *    GENERATES PATTERNS 0 THROUGH 9 PLUS ANY NUMBER THE
      *    PATTDEF FILE DEFINES, AND 150-VALIDATE-SIZE ONLY ACCEPTS
      *    SIZES 1 THROUGH 999. ANYTHING ELSE WOULD BE SKIPPED BY
      *    THE NIGHTLY RUN, SO IT IS REFUSED HERE. SO IS A PRIORITY
      *    CLASS OTHER THAN 1-9 OR BLANK, WHICH THE RUN WOULD ONLY
      *    FLAG AND TREAT AS CLASS 5.
           MOVE "Y" TO EDIT-VALID
           COMPUTE DEF-SLOT = EDIT-PATTERN + 1
           IF EDIT-PATTERN > 9
                   MOVE "N" TO EDIT-VALID
                   MOVE "SIZE MUST BE 1 THROUGH 999" TO MAINT-MESSAGE
               END-IF
           END-IF
           IF EDIT-VALID-YES
             AND EDIT-PRIORITY NOT = SPACE
             AND (EDIT-PRIORITY < "1" OR EDIT-PRIORITY > "9")
               MOVE "N" TO EDIT-VALID
               MOVE "PRIORITY CLASS MUST BE 1 THROUGH 9 OR BLANK"
                 TO MAINT-MESSAGE
           END-IF.

       300-CFG-MAINT.
           PERFORM 310-LOAD-CFG-TABLE
           MOVE ZERO TO CHANGE-COUNT
           MOVE "N" TO MAINT-DONE
           MOVE "N" TO UNSAVED-CHANGES
           PERFORM UNTIL MAINT-DONE-YES
               DISPLAY CFG-LIST-SCREEN
               ACCEPT CFG-LIST-SCREEN
               MOVE SPACES TO MAINT-MESSAGE
               PERFORM 600-CHECK-CHANGE-ROOM
               IF CHANGE-ROOM-YES
                   PERFORM 330-CFG-ACTION
               END-IF
           END-PERFORM.

       310-LOAD-CFG-TABLE.
                           MOVE "LABEL MUST NOT BE BLANK"
                             TO MAINT-MESSAGE
                       ELSE
                           IF CS-PRESENT-YES(CFG-SLOT-NUM)
                               MOVE "C" TO CHANGE-ACTION
                               PERFORM 603-BUILD-CFG-IMAGE
                               MOVE IMAGE-WORK TO CHANGE-BEFORE
                           ELSE
                               MOVE "A" TO CHANGE-ACTION
                               MOVE SPACES TO CHANGE-BEFORE
                           END-IF
                           MOVE "Y" TO CS-PRESENT(CFG-SLOT-NUM)
                           MOVE EDIT-LABEL TO CS-LABEL(CFG-SLOT-NUM)
                           PERFORM 603-BUILD-CFG-IMAGE
                           MOVE IMAGE-WORK TO CHANGE-AFTER
                           MOVE EDIT-PATTERN TO CHANGE-ENTRY-NUMBER
                           PERFORM 610-RECORD-CHANGE
                           SET UNSAVED-CHANGES-YES TO TRUE
                           MOVE "LABEL SET, NOT YET SAVED"
                             TO MAINT-MESSAGE
                       MOVE "PATTERN MUST BE 0 THROUGH 9"
                         TO MAINT-MESSAGE
                   ELSE
                       IF CS-PRESENT-YES(CFG-SLOT-NUM)
                           PERFORM 603-BUILD-CFG-IMAGE
                           MOVE IMAGE-WORK TO CHANGE-BEFORE
                           MOVE SPACES TO CHANGE-AFTER
                           MOVE "D" TO CHANGE-ACTION
                           MOVE EDIT-PATTERN TO CHANGE-ENTRY-NUMBER
                           PERFORM 610-RECORD-CHANGE
                           MOVE "N" TO CS-PRESENT(CFG-SLOT-NUM)
                           MOVE SPACES TO CS-LABEL(CFG-SLOT-NUM)
                           SET UNSAVED-CHANGES-YES TO TRUE
                           MOVE "LABEL REMOVED, NOT YET SAVED"
                             TO MAINT-MESSAGE
                       ELSE
                           MOVE "NO LABEL ON FILE FOR THAT PATTERN"
                             TO MAINT-MESSAGE
                       END-IF
                   END-IF
               WHEN "S"
                   PERFORM 340-SAVE-CFG-TABLE
               MOVE "SAVE REFUSED, OPERATOR NOT AUTHORIZED"
                 TO MAINT-MESSAGE
           ELSE
               MOVE "PATTCFG " TO CHANGE-MEMBER
               PERFORM 620-SUBMIT-CHANGES
           END-IF.

       345-WRITE-CFG-TABLE.
           END-IF.
       400-SETS-MAINT.
           PERFORM 410-LOAD-SETS-TABLE
           MOVE ZERO TO CHANGE-COUNT
           MOVE "N" TO MAINT-DONE
           MOVE "N" TO UNSAVED-CHANGES
           MOVE 1 TO SETS-PAGE-FIRST
               DISPLAY SETS-LIST-SCREEN
               ACCEPT SETS-LIST-SCREEN
               MOVE SPACES TO MAINT-MESSAGE
               PERFORM 600-CHECK-CHANGE-ROOM
               IF CHANGE-ROOM-YES
                   PERFORM 430-SETS-ACTION
               END-IF
           END-PERFORM.

       410-LOAD-SETS-TABLE.
                                 TO ST-PATTERN(SETS-COUNT)
                               MOVE SETS-SIZE
                                 TO ST-SIZE(SETS-COUNT)
                               MOVE SETS-PRIORITY
                                 TO ST-PRIORITY(SETS-COUNT)
                           ELSE
                               SET LOAD-OVERFLOW-YES TO TRUE
                           END-IF
                   MOVE ST-NAME(SETS-INDEX) TO SLB-SET
                   MOVE ST-PATTERN(SETS-INDEX) TO SLB-PATTERN
                   MOVE ST-SIZE(SETS-INDEX) TO SLB-SIZE
                   MOVE ST-PRIORITY(SETS-INDEX) TO SLB-PRIORITY
                   MOVE SETS-LIST-BUILD
                     TO SETS-LIST-LINE(SETS-LIST-SLOT)
               ELSE
                           MOVE EDIT-SET-NAME TO ST-NAME(SETS-COUNT)
                           MOVE EDIT-PATTERN TO ST-PATTERN(SETS-COUNT)
                           MOVE EDIT-SIZE TO ST-SIZE(SETS-COUNT)
                           MOVE EDIT-PRIORITY
                             TO ST-PRIORITY(SETS-COUNT)
                           MOVE "A" TO CHANGE-ACTION
                           MOVE SETS-COUNT TO CHANGE-ENTRY-NUMBER
                           MOVE SPACES TO CHANGE-BEFORE
                           MOVE SETS-COUNT TO SETS-INDEX
                           PERFORM 602-BUILD-SETS-IMAGE
                           MOVE IMAGE-WORK TO CHANGE-AFTER
                           PERFORM 610-RECORD-CHANGE
                           SET UNSAVED-CHANGES-YES TO TRUE
                           MOVE "RECORD ADDED, NOT YET SAVED"
                             TO MAINT-MESSAGE
                   IF ENTRY-NUMBER >= 1 AND ENTRY-NUMBER <= SETS-COUNT
                       PERFORM 450-EDIT-SET-REQUEST
                       IF EDIT-VALID-YES
                           MOVE ENTRY-NUMBER TO SETS-INDEX
                           PERFORM 602-BUILD-SETS-IMAGE
                           MOVE IMAGE-WORK TO CHANGE-BEFORE
                           MOVE EDIT-SET-NAME
                             TO ST-NAME(ENTRY-NUMBER)
                           MOVE EDIT-PATTERN
                             TO ST-PATTERN(ENTRY-NUMBER)
                           MOVE EDIT-SIZE TO ST-SIZE(ENTRY-NUMBER)
                           MOVE EDIT-PRIORITY
                             TO ST-PRIORITY(ENTRY-NUMBER)
                           PERFORM 602-BUILD-SETS-IMAGE
                           MOVE IMAGE-WORK TO CHANGE-AFTER
                           MOVE "C" TO CHANGE-ACTION
                           MOVE ENTRY-NUMBER TO CHANGE-ENTRY-NUMBER
                           PERFORM 610-RECORD-CHANGE
                           SET UNSAVED-CHANGES-YES TO TRUE
                           MOVE "RECORD CHANGED, NOT YET SAVED"
                             TO MAINT-MESSAGE
                   END-IF
               WHEN "D"
                   IF ENTRY-NUMBER >= 1 AND ENTRY-NUMBER <= SETS-COUNT
                       MOVE ENTRY-NUMBER TO SETS-INDEX
                       PERFORM 602-BUILD-SETS-IMAGE
                       MOVE IMAGE-WORK TO CHANGE-BEFORE
                       MOVE SPACES TO CHANGE-AFTER
                       MOVE "D" TO CHANGE-ACTION
                       MOVE ENTRY-NUMBER TO CHANGE-ENTRY-NUMBER
                       PERFORM 610-RECORD-CHANGE
                       PERFORM VARYING SETS-INDEX FROM ENTRY-NUMBER
                         BY 1 UNTIL SETS-INDEX >= SETS-COUNT
                           MOVE SETS-ENTRY(SETS-INDEX + 1)
                   MOVE "SAVE REFUSED, PARMLIB WAS NOT FULLY LOADED"
                     TO MAINT-MESSAGE
               ELSE
                   MOVE "PATTSETS" TO CHANGE-MEMBER
                   PERFORM 620-SUBMIT-CHANGES
               END-IF
           END-IF.

                   MOVE SPACE TO PATTERN-SETS-RECORD(9:1)
                   MOVE ST-PATTERN(SETS-INDEX) TO SETS-PATTERN
                   MOVE ST-SIZE(SETS-INDEX) TO SETS-SIZE
                   MOVE SPACE TO PATTERN-SETS-RECORD(15:1)
                   MOVE ST-PRIORITY(SETS-INDEX) TO SETS-PRIORITY
                   WRITE PATTERN-SETS-RECORD
               END-PERFORM
               CLOSE PATTERN-SETS-FILE
                   ELSE
                       MOVE "N" TO OPERATOR-MAY-SAVE
                   END-IF
                   IF SEC-APPROVE(OPERATOR-IX) = "Y"
                       MOVE "Y" TO OPERATOR-MAY-APPROVE
                   ELSE
                       MOVE "N" TO OPERATOR-MAY-APPROVE
                   END-IF
               END-IF
           END-IF.

                               MOVE SEC-ID-IN TO SEC-ID(SEC-COUNT)
                               MOVE SEC-SAVE-IN
                                 TO SEC-SAVE(SEC-COUNT)
                               MOVE SEC-APPROVE-IN
                                 TO SEC-APPROVE(SEC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
      *    THE FULL LOADER EDITS THE GENERATOR APPLIES, NOT JUST THE
      *    PATTERN NUMBER: A DEFINITION THE NIGHTLY RUN WOULD IGNORE
      *    MUST NOT COUNT AS PRESENT HERE, OR A REQUEST FOR ITS
      *    NUMBER COULD BE SAVED AND THEN REJECTED AT 2 AM. ANY
      *    VERSION COUNTS, INCLUDING ONE NOT YET EFFECTIVE, SO A SET
      *    CAN BE STAGED AHEAD OF A NEW DEFINITION'S START DATE.
           PERFORM VARYING DEF-SLOT FROM 1 BY 1
             UNTIL DEF-SLOT > 100
               MOVE "N" TO DEF-PRESENT(DEF-SLOT)
                             AND DEF-INCR-IN NOT = "00"
                             AND (DEF-STYLE-IN = "C"
                                  OR DEF-STYLE-IN = "R")
                             AND (DEF-EFFECTIVE-IN = SPACES
                                  OR DEF-EFFECTIVE-IN IS NUMERIC)
                               COMPUTE DEF-SLOT = FUNCTION NUMVAL
                                   (DEF-PATTERN-IN) + 1
                               MOVE "Y" TO DEF-PRESENT(DEF-SLOT)
               END-PERFORM
               CLOSE PATTERN-DEF-FILE
           END-IF.

       600-CHECK-CHANGE-ROOM.
           MOVE "Y" TO CHANGE-ROOM
           IF CHANGE-COUNT >= 500
             AND (MAINT-ACTION = "A" OR MAINT-ACTION = "C"
                  OR MAINT-ACTION = "D")
               MOVE "N" TO CHANGE-ROOM
               MOVE "CHANGE LIST FULL, SAVE BEFORE MAKING MORE"
                 TO MAINT-MESSAGE
           END-IF.

       601-BUILD-PARM-IMAGE.
           MOVE PT-PATTERN(PARM-INDEX) TO PI-PATTERN
           MOVE PT-SIZE(PARM-INDEX) TO PI-SIZE
           MOVE PT-PRIORITY(PARM-INDEX) TO PI-PRIORITY
           MOVE PARM-IMAGE TO IMAGE-WORK.

       602-BUILD-SETS-IMAGE.
           MOVE ST-NAME(SETS-INDEX) TO SI-NAME
           MOVE ST-PATTERN(SETS-INDEX) TO SI-PATTERN
           MOVE ST-SIZE(SETS-INDEX) TO SI-SIZE
           MOVE ST-PRIORITY(SETS-INDEX) TO SI-PRIORITY
           MOVE SETS-IMAGE TO IMAGE-WORK.

       603-BUILD-CFG-IMAGE.
           IF CFG-SLOT-NUM = 10
               MOVE ZERO TO CI-PATTERN
           ELSE
               MOVE CFG-SLOT-NUM TO CI-PATTERN
           END-IF
           MOVE CS-LABEL(CFG-SLOT-NUM) TO CI-LABEL
           MOVE CFG-IMAGE TO IMAGE-WORK.

       610-RECORD-CHANGE.
           ADD 1 TO CHANGE-COUNT
           MOVE CHANGE-ACTION TO CT-ACTION(CHANGE-COUNT)
           MOVE CHANGE-ENTRY-NUMBER TO CT-ENTRY(CHANGE-COUNT)
           MOVE CHANGE-BEFORE TO CT-BEFORE(CHANGE-COUNT)
           MOVE CHANGE-AFTER TO CT-AFTER(CHANGE-COUNT).

       620-SUBMIT-CHANGES.
      *    A SAVE NO LONGER TOUCHES THE MEMBER. THE CHANGE LIST GOES
      *    TO PATTPEND UNDER ONE CHANGE ID FOR AN APPROVER TO DECIDE.
      *    ONLY ONE CHANGE MAY BE PENDING PER MEMBER, SO EVERY LIST IS
      *    MADE AGAINST THE MEMBER AS IT STANDS IN PRODUCTION.
           MOVE SPACES TO MAINT-MESSAGE
           IF NOT SECURITY-ACTIVE-YES
               MOVE "SAVE REFUSED, NO PATTSEC FILE TO APPROVE AGAINST"
                 TO MAINT-MESSAGE
           ELSE
               IF CHANGE-COUNT = ZERO
                   MOVE "NO CHANGES TO SUBMIT" TO MAINT-MESSAGE
               ELSE
                   PERFORM 625-CHECK-MEMBER-PENDING
                   IF MEMBER-PENDING-YES
                       STRING "SAVE REFUSED, A " DELIMITED BY SIZE
                           CHANGE-MEMBER DELIMITED BY SPACE
                           " CHANGE IS ALREADY AWAITING APPROVAL"
                             DELIMITED BY SIZE
                         INTO MAINT-MESSAGE
                   ELSE
                       PERFORM 630-WRITE-PENDING-CHANGES
                   END-IF
               END-IF
           END-IF.

       625-CHECK-MEMBER-PENDING.
           MOVE "N" TO MEMBER-PENDING
           MOVE "N" TO PEND-EOF
           OPEN INPUT PATTERN-PENDING-FILE
           IF PEND-FILE-STATUS = "00"
               PERFORM UNTIL PEND-EOF-YES
                   READ PATTERN-PENDING-FILE INTO PENDING-LINE
                       AT END
                           SET PEND-EOF-YES TO TRUE
                       NOT AT END
                           IF PND-MEMBER = CHANGE-MEMBER
                               SET MEMBER-PENDING-YES TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-PENDING-FILE
           END-IF.

       630-WRITE-PENDING-CHANGES.
           OPEN EXTEND PATTERN-PENDING-FILE
           IF PEND-FILE-STATUS NOT = "00"
               OPEN OUTPUT PATTERN-PENDING-FILE
           END-IF
           IF PEND-FILE-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:16) TO PND-CHANGE-ID
               MOVE CHANGE-MEMBER TO PND-MEMBER
               MOVE OPERATOR-ID TO PND-MAKER
               PERFORM VARYING CHANGE-INDEX FROM 1 BY 1
                 UNTIL CHANGE-INDEX > CHANGE-COUNT
                   MOVE CHANGE-INDEX TO PND-SEQ
                   MOVE CT-ACTION(CHANGE-INDEX) TO PND-ACTION
                   MOVE CT-ENTRY(CHANGE-INDEX) TO PND-ENTRY
                   MOVE CT-BEFORE(CHANGE-INDEX) TO PND-BEFORE
                   MOVE CT-AFTER(CHANGE-INDEX) TO PND-AFTER
                   MOVE PENDING-LINE TO PATTERN-PENDING-RECORD
                   WRITE PATTERN-PENDING-RECORD
               END-PERFORM
               CLOSE PATTERN-PENDING-FILE
               MOVE ZERO TO CHANGE-COUNT
               MOVE "N" TO UNSAVED-CHANGES
               STRING CHANGE-MEMBER DELIMITED BY SPACE
                   " CHANGES SUBMITTED FOR APPROVAL" DELIMITED BY SIZE
                 INTO MAINT-MESSAGE
           ELSE
               MOVE "UNABLE TO OPEN PATTPEND, CHANGES NOT SUBMITTED"
                 TO MAINT-MESSAGE
           END-IF.

       700-APPROVAL-MAINT.
      *    ONLY AN OPERATOR CARRYING THE PATTSEC APPROVER FLAG GETS
      *    THE APPROVAL SCREEN. EACH PENDING CHANGE IS SHOWN WITH THE
      *    BEFORE AND AFTER IMAGE OF EVERY RECORD IT TOUCHES.
           IF NOT SECURITY-ACTIVE-YES
             OR NOT OPERATOR-MAY-APPROVE-YES
               MOVE "APPROVAL REFUSED, OPERATOR NOT AN APPROVER"
                 TO MAINT-MESSAGE
           ELSE
               MOVE SPACES TO PEND-SKIP-KEY
               PERFORM 710-LOAD-PENDING
               MOVE 1 TO BATCH-FIRST
               MOVE 1 TO BATCH-NUMBER
               PERFORM 715-FIND-BATCH-END
               MOVE "N" TO MAINT-DONE
               PERFORM UNTIL MAINT-DONE-YES
                   PERFORM 720-BUILD-APPROVAL-LIST
                   MOVE SPACE TO MAINT-ACTION
                   DISPLAY APPROVAL-SCREEN
                   ACCEPT APPROVAL-SCREEN
                   MOVE SPACES TO MAINT-MESSAGE
                   PERFORM 730-APPROVAL-ACTION
               END-PERFORM
           END-IF.

       710-LOAD-PENDING.
      *    PEND-SKIP-KEY, WHEN SET, DROPS THAT SUBMISSION AS THE FILE
      *    IS READ, SO A DECISION REWRITES THE FILE FROM A FRESH READ
      *    AND NEVER LOSES A CHANGE SUBMITTED WHILE THE SCREEN WAS UP.
           MOVE ZERO TO PEND-COUNT
           MOVE ZERO TO BATCH-TOTAL
           MOVE "N" TO PEND-OVERFLOW
           MOVE "N" TO PEND-EOF
           OPEN INPUT PATTERN-PENDING-FILE
           IF PEND-FILE-STATUS = "00"
               PERFORM UNTIL PEND-EOF-YES
                   READ PATTERN-PENDING-FILE INTO PENDING-LINE
                       AT END
                           SET PEND-EOF-YES TO TRUE
                       NOT AT END
                           IF PENDING-LINE(1:34) NOT = PEND-SKIP-KEY
                               IF PEND-COUNT < 1000
                                   ADD 1 TO PEND-COUNT
                                   MOVE PENDING-LINE
                                     TO PEND-ENTRY(PEND-COUNT)
                               ELSE
                                   SET PEND-OVERFLOW-YES TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATTERN-PENDING-FILE
           END-IF
           PERFORM VARYING PEND-INDEX FROM 1 BY 1
             UNTIL PEND-INDEX > PEND-COUNT
               IF PEND-INDEX = 1
                   ADD 1 TO BATCH-TOTAL
               ELSE
                   IF PEND-ENTRY(PEND-INDEX)(1:34)
                     NOT = PEND-ENTRY(PEND-INDEX - 1)(1:34)
                       ADD 1 TO BATCH-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           IF PEND-OVERFLOW-YES
               MOVE "PENDING FILE TOO BIG TO LOAD, VIEW ONLY"
                 TO MAINT-MESSAGE
           ELSE
               IF PEND-COUNT = ZERO
                   MOVE "NO CHANGES AWAITING APPROVAL"
                     TO MAINT-MESSAGE
               END-IF
           END-IF.

       715-FIND-BATCH-END.
           MOVE BATCH-FIRST TO BATCH-LAST
           MOVE BATCH-FIRST TO BATCH-PAGE-FIRST
           IF BATCH-FIRST <= PEND-COUNT
               PERFORM UNTIL BATCH-LAST >= PEND-COUNT
                 OR PEND-ENTRY(BATCH-LAST + 1)(1:34)
                    NOT = PEND-ENTRY(BATCH-FIRST)(1:34)
                   ADD 1 TO BATCH-LAST
               END-PERFORM
           END-IF.

       720-BUILD-APPROVAL-LIST.
           MOVE SPACES TO APPROVAL-LIST-TABLE
           IF PEND-COUNT = ZERO
               MOVE SPACES TO APV-CHANGE-ID
               MOVE SPACES TO APV-MEMBER
               MOVE SPACES TO APV-MAKER
               MOVE ZERO TO APV-BATCH-NUMBER
               MOVE ZERO TO APV-BATCH-TOTAL
               MOVE ZERO TO APV-RECORDS
           ELSE
               MOVE PEND-ENTRY(BATCH-FIRST) TO PENDING-LINE
               MOVE PND-CHANGE-ID TO APV-CHANGE-ID
               MOVE PND-MEMBER TO APV-MEMBER
               MOVE PND-MAKER TO APV-MAKER
               MOVE BATCH-NUMBER TO APV-BATCH-NUMBER
               MOVE BATCH-TOTAL TO APV-BATCH-TOTAL
               COMPUTE APV-RECORDS = BATCH-LAST - BATCH-FIRST + 1
               PERFORM VARYING APPROVAL-SLOT FROM 1 BY 1
                 UNTIL APPROVAL-SLOT > 5
                   COMPUTE PEND-INDEX =
                       BATCH-PAGE-FIRST + APPROVAL-SLOT - 1
                   IF PEND-INDEX <= BATCH-LAST
                       MOVE PEND-ENTRY(PEND-INDEX) TO PENDING-LINE
                       PERFORM 725-BUILD-APPROVAL-LINES
                   END-IF
               END-PERFORM
           END-IF.

       725-BUILD-APPROVAL-LINES.
           MOVE PND-SEQ TO ABB-SEQ
           MOVE PND-ENTRY TO ABB-ENTRY
           EVALUATE PND-ACTION
               WHEN "A"
                   MOVE "ADD" TO ABB-ACTION
               WHEN "C"
                   MOVE "CHANGE" TO ABB-ACTION
               WHEN "D"
                   MOVE "DELETE" TO ABB-ACTION
               WHEN OTHER
                   MOVE "??????" TO ABB-ACTION
           END-EVALUATE
           IF PND-BEFORE = SPACES
               MOVE "(NONE)" TO ABB-IMAGE
           ELSE
               MOVE PND-BEFORE TO ABB-IMAGE
           END-IF
           IF PND-AFTER = SPACES
               MOVE "(DELETED)" TO AAB-IMAGE
           ELSE
               MOVE PND-AFTER TO AAB-IMAGE
           END-IF
           COMPUTE APPROVAL-LINE-NUMBER = (APPROVAL-SLOT * 2) - 1
           MOVE APPROVAL-BEFORE-BUILD
             TO APPROVAL-LIST-LINE(APPROVAL-LINE-NUMBER)
           ADD 1 TO APPROVAL-LINE-NUMBER
           MOVE APPROVAL-AFTER-BUILD
             TO APPROVAL-LIST-LINE(APPROVAL-LINE-NUMBER).

       730-APPROVAL-ACTION.
           EVALUATE MAINT-ACTION
               WHEN "A"
                   MOVE "APPROVED" TO DECISION-TEXT
                   PERFORM 740-DECIDE-CHANGE
               WHEN "R"
                   MOVE "REJECTED" TO DECISION-TEXT
                   PERFORM 740-DECIDE-CHANGE
               WHEN "N"
                   IF BATCH-PAGE-FIRST + 5 <= BATCH-LAST
                       ADD 5 TO BATCH-PAGE-FIRST
                   END-IF
               WHEN "P"
                   IF BATCH-PAGE-FIRST >= BATCH-FIRST + 5
                       SUBTRACT 5 FROM BATCH-PAGE-FIRST
                   ELSE
                       MOVE BATCH-FIRST TO BATCH-PAGE-FIRST
                   END-IF
               WHEN "B"
                   IF BATCH-LAST < PEND-COUNT
                       COMPUTE BATCH-FIRST = BATCH-LAST + 1
                       ADD 1 TO BATCH-NUMBER
                   ELSE
                       MOVE 1 TO BATCH-FIRST
                       MOVE 1 TO BATCH-NUMBER
                   END-IF
                   PERFORM 715-FIND-BATCH-END
               WHEN "X"
                   SET MAINT-DONE-YES TO TRUE
               WHEN OTHER
                   MOVE "ACTION MUST BE A, R, N, P, B OR X"
                     TO MAINT-MESSAGE
           END-EVALUATE.

       740-DECIDE-CHANGE.
      *    THE MAKER OF A CHANGE MAY NEVER DECIDE IT, EITHER WAY.
           IF PEND-COUNT > ZERO
               MOVE PEND-ENTRY(BATCH-FIRST) TO PENDING-LINE
           END-IF
           EVALUATE TRUE
               WHEN PEND-COUNT = ZERO
                   MOVE "NO CHANGES AWAITING APPROVAL"
                     TO MAINT-MESSAGE
               WHEN PEND-OVERFLOW-YES
                   MOVE "PENDING FILE NOT ALL LOADED, DECISION REFUSED"
                     TO MAINT-MESSAGE
               WHEN PND-MAKER = OPERATOR-ID
                   MOVE "CHANGE IS YOURS, ANOTHER APPROVER MUST DECIDE"
                     TO MAINT-MESSAGE
               WHEN OTHER
                   PERFORM 745-APPLY-DECISION
           END-EVALUATE.

       745-APPLY-DECISION.
      *    AN APPROVAL REPLAYS THE CHANGE LIST AGAINST THE MEMBER AS
      *    IT STANDS NOW, CHECKING EVERY BEFORE IMAGE; IF THE MEMBER
      *    HAS MOVED ON SINCE THE CHANGE WAS MADE NOTHING IS APPLIED.
      *    THE HISTORY IS OPENED BEFORE THE MEMBER IS TOUCHED, SO NO
      *    MEMBER IS EVER REWRITTEN WITHOUT ITS HISTORY RECORD.
           MOVE "Y" TO APPLY-OK
           MOVE PND-CHANGE-ID TO PEND-SKIP-KEY(1:16)
           MOVE SPACE TO PEND-SKIP-KEY(17:1)
           MOVE PND-MEMBER TO PEND-SKIP-KEY(18:8)
           MOVE SPACE TO PEND-SKIP-KEY(26:1)
           MOVE PND-MAKER TO PEND-SKIP-KEY(27:8)
           MOVE PND-MEMBER TO CHANGE-MEMBER
           IF DECISION-TEXT = "APPROVED"
               PERFORM 750-REPLAY-CHANGE
           END-IF
           IF APPLY-OK-YES
               OPEN EXTEND PATTERN-HISTORY-FILE
               IF HISTORY-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PATTERN-HISTORY-FILE
               END-IF
               IF HISTORY-FILE-STATUS NOT = "00"
                   MOVE "N" TO APPLY-OK
                   MOVE "PATTCHGH UNAVAILABLE, NO DECISION RECORDED"
                     TO MAINT-MESSAGE
               END-IF
           END-IF
           IF APPLY-OK-YES
             AND DECISION-TEXT = "APPROVED"
               PERFORM 780-WRITE-MEMBER
               IF NOT APPLY-OK-YES
                   CLOSE PATTERN-HISTORY-FILE
               END-IF
           END-IF
           IF APPLY-OK-YES
               PERFORM 785-WRITE-HISTORY
               PERFORM 790-REMOVE-DECIDED-CHANGE
           END-IF
           MOVE SPACES TO PEND-SKIP-KEY.

       750-REPLAY-CHANGE.
           MOVE "N" TO LOAD-OVERFLOW
           EVALUATE CHANGE-MEMBER
               WHEN "PATTPARM"
                   PERFORM 210-LOAD-PARM-TABLE
               WHEN "PATTSETS"
                   PERFORM 410-LOAD-SETS-TABLE
               WHEN "PATTCFG "
                   PERFORM 310-LOAD-CFG-TABLE
               WHEN OTHER
                   MOVE "N" TO APPLY-OK
           END-EVALUATE
           IF LOAD-OVERFLOW-YES
               MOVE "N" TO APPLY-OK
           END-IF
           PERFORM VARYING PEND-INDEX FROM BATCH-FIRST BY 1
             UNTIL PEND-INDEX > BATCH-LAST
             OR NOT APPLY-OK-YES
               MOVE PEND-ENTRY(PEND-INDEX) TO PENDING-LINE
               EVALUATE CHANGE-MEMBER
                   WHEN "PATTPARM"
                       PERFORM 752-REPLAY-PARM-CHANGE
                   WHEN "PATTSETS"
                       PERFORM 754-REPLAY-SETS-CHANGE
                   WHEN "PATTCFG "
                       PERFORM 756-REPLAY-CFG-CHANGE
               END-EVALUATE
           END-PERFORM
           MOVE PEND-ENTRY(BATCH-FIRST) TO PENDING-LINE
           IF NOT APPLY-OK-YES
             AND NOT LOAD-OVERFLOW-YES
               MOVE "MEMBER CHANGED SINCE SUBMITTED, REJECT IT"
                 TO MAINT-MESSAGE
           END-IF.

       752-REPLAY-PARM-CHANGE.
           MOVE PND-ENTRY TO PARM-INDEX
           EVALUATE PND-ACTION
               WHEN "A"
                   IF PARM-INDEX = PARM-COUNT + 1
                     AND PARM-COUNT < 500
                       ADD 1 TO PARM-COUNT
                       MOVE PND-AFTER TO PARM-IMAGE
                       MOVE PI-PATTERN TO PT-PATTERN(PARM-COUNT)
                       MOVE PI-SIZE TO PT-SIZE(PARM-COUNT)
                       MOVE PI-PRIORITY TO PT-PRIORITY(PARM-COUNT)
                   ELSE
                       MOVE "N" TO APPLY-OK
                   END-IF
               WHEN "C"
               WHEN "D"
                   IF PARM-INDEX < 1 OR PARM-INDEX > PARM-COUNT
                       MOVE "N" TO APPLY-OK
                   ELSE
                       PERFORM 601-BUILD-PARM-IMAGE
                       IF IMAGE-WORK NOT = PND-BEFORE
                           MOVE "N" TO APPLY-OK
                       END-IF
                   END-IF
                   IF APPLY-OK-YES AND PND-ACTION = "C"
                       MOVE PND-AFTER TO PARM-IMAGE
                       MOVE PI-PATTERN TO PT-PATTERN(PARM-INDEX)
                       MOVE PI-SIZE TO PT-SIZE(PARM-INDEX)
                       MOVE PI-PRIORITY TO PT-PRIORITY(PARM-INDEX)
                   END-IF
                   IF APPLY-OK-YES AND PND-ACTION = "D"
                       PERFORM VARYING PARM-INDEX FROM PND-ENTRY
                         BY 1 UNTIL PARM-INDEX >= PARM-COUNT
                           MOVE PARM-ENTRY(PARM-INDEX + 1)
                             TO PARM-ENTRY(PARM-INDEX)
                       END-PERFORM
                       SUBTRACT 1 FROM PARM-COUNT
                   END-IF
               WHEN OTHER
                   MOVE "N" TO APPLY-OK
           END-EVALUATE.

       754-REPLAY-SETS-CHANGE.
           MOVE PND-ENTRY TO SETS-INDEX
           EVALUATE PND-ACTION
               WHEN "A"
                   IF SETS-INDEX = SETS-COUNT + 1
                     AND SETS-COUNT < 500
                       ADD 1 TO SETS-COUNT
                       MOVE PND-AFTER TO SETS-IMAGE
                       MOVE SI-NAME TO ST-NAME(SETS-COUNT)
                       MOVE SI-PATTERN TO ST-PATTERN(SETS-COUNT)
                       MOVE SI-SIZE TO ST-SIZE(SETS-COUNT)
                       MOVE SI-PRIORITY TO ST-PRIORITY(SETS-COUNT)
                   ELSE
                       MOVE "N" TO APPLY-OK
                   END-IF
               WHEN "C"
               WHEN "D"
                   IF SETS-INDEX < 1 OR SETS-INDEX > SETS-COUNT
                       MOVE "N" TO APPLY-OK
                   ELSE
                       PERFORM 602-BUILD-SETS-IMAGE
                       IF IMAGE-WORK NOT = PND-BEFORE
                           MOVE "N" TO APPLY-OK
                       END-IF
                   END-IF
                   IF APPLY-OK-YES AND PND-ACTION = "C"
                       MOVE PND-AFTER TO SETS-IMAGE
                       MOVE SI-NAME TO ST-NAME(SETS-INDEX)
                       MOVE SI-PATTERN TO ST-PATTERN(SETS-INDEX)
                       MOVE SI-SIZE TO ST-SIZE(SETS-INDEX)
                       MOVE SI-PRIORITY TO ST-PRIORITY(SETS-INDEX)
                   END-IF
                   IF APPLY-OK-YES AND PND-ACTION = "D"
                       PERFORM VARYING SETS-INDEX FROM PND-ENTRY
                         BY 1 UNTIL SETS-INDEX >= SETS-COUNT
                           MOVE SETS-ENTRY(SETS-INDEX + 1)
                             TO SETS-ENTRY(SETS-INDEX)
                       END-PERFORM
                       SUBTRACT 1 FROM SETS-COUNT
                   END-IF
               WHEN OTHER
                   MOVE "N" TO APPLY-OK
           END-EVALUATE.

       756-REPLAY-CFG-CHANGE.
           IF PND-ENTRY > 9
               MOVE "N" TO APPLY-OK
           ELSE
               MOVE PND-ENTRY TO CFG-SLOT-NUM
               IF PND-ENTRY = 0
                   MOVE 10 TO CFG-SLOT-NUM
               END-IF
               IF CS-PRESENT-YES(CFG-SLOT-NUM)
                   PERFORM 603-BUILD-CFG-IMAGE
               ELSE
                   MOVE SPACES TO IMAGE-WORK
               END-IF
               IF IMAGE-WORK NOT = PND-BEFORE
                   MOVE "N" TO APPLY-OK
               END-IF
           END-IF
           IF APPLY-OK-YES
               EVALUATE PND-ACTION
                   WHEN "A"
                   WHEN "C"
                       MOVE PND-AFTER TO CFG-IMAGE
                       MOVE "Y" TO CS-PRESENT(CFG-SLOT-NUM)
                       MOVE CI-LABEL TO CS-LABEL(CFG-SLOT-NUM)
                   WHEN "D"
                       MOVE "N" TO CS-PRESENT(CFG-SLOT-NUM)
                       MOVE SPACES TO CS-LABEL(CFG-SLOT-NUM)
                   WHEN OTHER
                       MOVE "N" TO APPLY-OK
               END-EVALUATE
           END-IF.

       780-WRITE-MEMBER.
      *    THE ORDINARY SAVE PARAGRAPHS REWRITE THE MEMBER AND LOG IT
      *    TO PATTCHG UNDER THE APPROVER'S ID.
           EVALUATE CHANGE-MEMBER
               WHEN "PATTPARM"
                   PERFORM 245-WRITE-PARM-TABLE
                   IF PARM-FILE-STATUS NOT = "00"
                       MOVE "N" TO APPLY-OK
                   END-IF
               WHEN "PATTSETS"
                   PERFORM 445-WRITE-SETS-TABLE
                   IF SETS-FILE-STATUS NOT = "00"
                       MOVE "N" TO APPLY-OK
                   END-IF
               WHEN "PATTCFG "
                   PERFORM 345-WRITE-CFG-TABLE
                   IF CONFIG-FILE-STATUS NOT = "00"
                       MOVE "N" TO APPLY-OK
                   END-IF
           END-EVALUATE.

       785-WRITE-HISTORY.
           MOVE DECISION-TEXT TO HST-DECISION
           MOVE OPERATOR-ID TO HST-APPROVER
           MOVE FUNCTION CURRENT-DATE(1:16) TO HST-DECIDED
           PERFORM VARYING PEND-INDEX FROM BATCH-FIRST BY 1
             UNTIL PEND-INDEX > BATCH-LAST
               MOVE PEND-ENTRY(PEND-INDEX) TO HST-PENDING
               MOVE HISTORY-LINE TO PATTERN-HISTORY-RECORD
               WRITE PATTERN-HISTORY-RECORD
           END-PERFORM
           CLOSE PATTERN-HISTORY-FILE.

       790-REMOVE-DECIDED-CHANGE.
      *    A PATTPEND THAT GREW PAST THE TABLE WHILE THE SCREEN WAS
      *    UP IS LEFT AS IT IS: REWRITING IT FROM A PARTIAL LOAD
      *    WOULD DROP EVERY SUBMISSION BEYOND THE TABLE. THE DECIDED
      *    CHANGE STAYS LISTED, BUT ITS HISTORY RECORD IS WRITTEN.
           PERFORM 710-LOAD-PENDING
           IF PEND-OVERFLOW-YES
               MOVE "DECISION RECORDED, PATTPEND TOO BIG TO CLEAN UP"
                 TO MAINT-MESSAGE
           ELSE
               PERFORM 795-REWRITE-PENDING
           END-IF
           IF BATCH-FIRST > PEND-COUNT
               MOVE 1 TO BATCH-FIRST
               MOVE 1 TO BATCH-NUMBER
           END-IF
           PERFORM 715-FIND-BATCH-END.

       795-REWRITE-PENDING.
           OPEN OUTPUT PATTERN-PENDING-FILE
           IF PEND-FILE-STATUS = "00"
               PERFORM VARYING PEND-INDEX FROM 1 BY 1
                 UNTIL PEND-INDEX > PEND-COUNT
                   MOVE PEND-ENTRY(PEND-INDEX)
                     TO PATTERN-PENDING-RECORD
                   WRITE PATTERN-PENDING-RECORD
               END-PERFORM
               CLOSE PATTERN-PENDING-FILE
               MOVE SPACES TO MAINT-MESSAGE
               IF DECISION-TEXT = "APPROVED"
                   STRING "CHANGE APPROVED AND APPLIED TO "
                       DELIMITED BY SIZE
                       CHANGE-MEMBER DELIMITED BY SPACE
                     INTO MAINT-MESSAGE
               ELSE
                   MOVE "CHANGE REJECTED, MEMBER NOT TOUCHED"
                     TO MAINT-MESSAGE
               END-IF
           ELSE
               MOVE "DECIDED, BUT PATTPEND COULD NOT BE REWRITTEN"
                 TO MAINT-MESSAGE
           END-IF.
       END PROGRAM PATTMNT.
