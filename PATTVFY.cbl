      *      - ORPHAN ROWS WITH NO SEQ-ZERO CONTROL RECORD
      *      - CONTROL RECORDS WHOSE ROW COUNT DOES NOT MATCH THE
      *        ROWS ACTUALLY ON FILE
      *    A TABLE-DRIVEN PATTERN IS REGENERATED WITH THE PATTDEF
      *    VERSION NAMED ON ITS CONTROL RECORD, NOT THE NEWEST ONE,
      *    SO A STAGED OR NEWLY EFFECTIVE DEFINITION DOES NOT FLAG
      *    KEYS THE NIGHTLY RUN HAS NOT YET REGENERATED. A KEY WITH
      *    NO VERSION ON ITS CONTROL RECORD IS CHECKED AGAINST THE
      *    VERSION IN EFFECT TODAY.
      *    THE ARCHIVE IS OPENED INPUT ONLY AND IS NEVER CHANGED.
      *    CONDITION CODES LET THE SCHEDULER FENCE OFF A BAD ARCHIVE
      *    BEFORE THE NIGHTLY RUN REPLAYS FROM IT: 00 ARCHIVE CLEAN,
           05  DEF-INCR-IN            PIC XX.
           05  FILLER                 PIC X.
           05  DEF-STYLE-IN           PIC X.
           05  FILLER                 PIC X.
           05  DEF-EFFECTIVE-IN       PIC X(8).

       FD  VERIFY-REPORT-FILE
           RECORDING MODE IS F.
       01  DEF-ROW-LEN             PIC 9(7)    VALUE ZERO.
       01  DEF-CELL                PIC 9(7)    VALUE ZERO.
       01  DEF-VALUE-WORK          PIC 9(7)    VALUE ZERO.
      *    EVERY VERSION OF EVERY DEFINITION IS KEPT HERE; THE ONE AN
      *    ARCHIVED KEY WAS BUILT FROM IS COPIED INTO ITS DEF-TABLE
      *    SLOT JUST BEFORE THAT KEY IS REGENERATED.
       01  DEF-VERSION-TABLE.
           05  DV-ENTRY            OCCURS 500 TIMES.
               10  DV-PATTERN      PIC 99.
               10  DV-EFFECTIVE    PIC X(8).
               10  DV-ROWS         PIC 999.
               10  DV-START        PIC 999.
               10  DV-DIR          PIC X.
               10  DV-INCR         PIC 99.
               10  DV-STYLE        PIC X.
       01  DV-COUNT                PIC 9(3)    VALUE ZERO.
       01  DV-INDEX                PIC 9(3)    VALUE ZERO.
       01  DV-MATCH                PIC 9(3)    VALUE ZERO.
       01  DV-WANTED               PIC X(8)    VALUE SPACES.
       01  DV-LATEST               PIC X(8)    VALUE SPACES.
       01  DEF-VERSION-WORK        PIC X(8)    VALUE SPACES.
       01  TODAY-DATE              PIC X(8)    VALUE SPACES.
       01  ARCH-EOF                PIC X       VALUE "N".
           88  ARCH-EOF-YES        VALUE "Y".
      *    PASS ONE COLLECTS EVERY LOGICAL KEY (PATTERN, SIZE, FILL)
               10  GT-CONTROL      PIC X.
               10  GT-CTL-COUNT    PIC 9(5).
               10  GT-FILE-ROWS    PIC 9(5).
               10  GT-VERSION      PIC X(8).
       01  GROUP-COUNT             PIC 9(5)    VALUE ZERO.
       01  GROUP-INDEX             PIC 9(5)    VALUE ZERO.
       01  GROUP-OVERFLOW          PIC X       VALUE "N".
           WRITE VERIFY-REPORT-RECORD.

       130-LOAD-PATTERN-DEFS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           PERFORM VARYING DEF-SLOT FROM 1 BY 1
             UNTIL DEF-SLOT > 100
               MOVE "N" TO DEF-PRESENT(DEF-SLOT)
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
               MOVE "Y" TO DEF-PRESENT(DEF-SLOT)
      *        A REPEATED VERSION REPLACES THE EARLIER RECORD, AS THE
      *        NIGHTLY RUN DOES.
               MOVE ZERO TO DV-MATCH
               PERFORM VARYING DV-INDEX FROM 1 BY 1
                 UNTIL DV-INDEX > DV-COUNT
                   IF DV-PATTERN(DV-INDEX) = DEF-PATTERN-IN
                     AND DV-EFFECTIVE(DV-INDEX) = DEF-VERSION-WORK
                       MOVE DV-INDEX TO DV-MATCH
                   END-IF
               END-PERFORM
               IF DV-MATCH = ZERO AND DV-COUNT < 500
                   ADD 1 TO DV-COUNT
                   MOVE DV-COUNT TO DV-MATCH
               END-IF
               IF DV-MATCH > ZERO
                   MOVE DEF-PATTERN-IN TO DV-PATTERN(DV-MATCH)
                   MOVE DEF-VERSION-WORK TO DV-EFFECTIVE(DV-MATCH)
                   MOVE DEF-ROWS-IN TO DV-ROWS(DV-MATCH)
                   MOVE DEF-START-IN TO DV-START(DV-MATCH)
                   MOVE DEF-DIR-IN TO DV-DIR(DV-MATCH)
                   MOVE DEF-INCR-IN TO DV-INCR(DV-MATCH)
                   MOVE DEF-STYLE-IN TO DV-STYLE(DV-MATCH)
               END-IF
           END-IF.

       150-SELECT-DEF-VERSION.
      *    FINDS THE VERSION THE KEY WAS BUILT FROM AND LOADS IT INTO
      *    THE PATTERN'S DEF-TABLE SLOT. A KEY WITH NO VERSION ON ITS
      *    CONTROL RECORD TAKES THE LATEST VERSION EFFECTIVE TODAY.
      *    NO MATCH LEAVES THE SLOT EMPTY AND THE KEY UNVERIFIABLE.
           MOVE "N" TO DEF-PRESENT(DEF-SLOT)
           MOVE ZERO TO DV-MATCH
           MOVE GT-VERSION(GROUP-INDEX) TO DV-WANTED
           IF DV-WANTED = SPACES
               MOVE LOW-VALUES TO DV-LATEST
               PERFORM VARYING DV-INDEX FROM 1 BY 1
                 UNTIL DV-INDEX > DV-COUNT
                   IF DV-PATTERN(DV-INDEX) = GT-PATTERN(GROUP-INDEX)
                     AND DV-EFFECTIVE(DV-INDEX) NOT > TODAY-DATE
                     AND DV-EFFECTIVE(DV-INDEX) > DV-LATEST
                       MOVE DV-EFFECTIVE(DV-INDEX) TO DV-LATEST
                       MOVE DV-INDEX TO DV-MATCH
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING DV-INDEX FROM 1 BY 1
                 UNTIL DV-INDEX > DV-COUNT
                   IF DV-PATTERN(DV-INDEX) = GT-PATTERN(GROUP-INDEX)
                     AND DV-EFFECTIVE(DV-INDEX) = DV-WANTED
                       MOVE DV-INDEX TO DV-MATCH
                   END-IF
               END-PERFORM
           END-IF
           IF DV-MATCH > ZERO
               MOVE "Y" TO DEF-PRESENT(DEF-SLOT)
               MOVE DV-ROWS(DV-MATCH) TO DEF-ROWS(DEF-SLOT)
               MOVE DV-START(DV-MATCH) TO DEF-START(DEF-SLOT)
               MOVE DV-DIR(DV-MATCH) TO DEF-DIR(DEF-SLOT)
               MOVE DV-INCR(DV-MATCH) TO DEF-INCR(DEF-SLOT)
               MOVE DV-STYLE(DV-MATCH) TO DEF-STYLE(DEF-SLOT)
           END-IF.

       200-SCAN-ARCHIVE.
                   MOVE "N" TO GT-CONTROL(GROUP-COUNT)
                   MOVE ZERO TO GT-CTL-COUNT(GROUP-COUNT)
                   MOVE ZERO TO GT-FILE-ROWS(GROUP-COUNT)
                   MOVE SPACES TO GT-VERSION(GROUP-COUNT)
               ELSE
                   SET GROUP-OVERFLOW-YES TO TRUE
               END-IF
           IF NOT GROUP-OVERFLOW-YES
               IF ARCH-ROW-SEQ = ZERO
                   MOVE "Y" TO GT-CONTROL(GROUP-COUNT)
                   MOVE ARCH-ROW-DATA(7:8) TO GT-VERSION(GROUP-COUNT)
                   IF ARCH-ROW-DATA(1:5) IS NUMERIC
                       MOVE ARCH-ROW-DATA(1:5)
                         TO GT-CTL-COUNT(GROUP-COUNT)
           MOVE GT-SIZE(GROUP-INDEX) TO GKD-SIZE
           MOVE GT-FILL(GROUP-INDEX) TO GKD-FILL
           COMPUTE DEF-SLOT = GT-PATTERN(GROUP-INDEX) + 1
           IF GT-PATTERN(GROUP-INDEX) > 9
               PERFORM 150-SELECT-DEF-VERSION
           END-IF
           EVALUATE TRUE
               WHEN GT-CONTROL(GROUP-INDEX) NOT = "Y"
                   ADD 1 TO KEYS-ORPHANED
