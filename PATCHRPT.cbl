       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATCHRPT.
      ******************************
      *AUTHOR:     JACKIE MARCANO  *
      ******************************
      *    PRINTS THE PERMANENT PATTCHGH CHANGE HISTORY PATTMNT
      *    WRITES WHEN AN APPROVER DECIDES A PENDING CHANGE: FOR EACH
      *    CHANGE, THE MEMBER, WHO MADE IT AND WHEN, WHO APPROVED OR
      *    REJECTED IT AND WHEN, THEN THE BEFORE AND AFTER IMAGE OF
      *    EVERY RECORD IT ADDED, CHANGED OR DELETED.
      *    THE PARM IS THE DATE RANGE AS YYYYMMDDYYYYMMDD (FROM, TO),
      *    MATCHED AGAINST THE DATE THE CHANGE WAS DECIDED; A MISSING
      *    TO DATE MEANS THROUGH TODAY AND NO PARM PRINTS EVERYTHING.
      *    CONDITION CODES: 00 REPORTED, 04 THE PARM WAS NOT A DATE
      *    RANGE AND THE WHOLE HISTORY WAS PRINTED, 12 A FILE COULD
      *    NOT BE OPENED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-HISTORY-FILE ASSIGN TO "PATTCHGH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT CHANGE-REPORT-FILE ASSIGN TO "PATCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATTERN-HISTORY-FILE
           RECORDING MODE IS F.
       01  PATTERN-HISTORY-RECORD.
           05  HST-CHANGE-KEY.
               10  HST-CHANGE-ID      PIC X(16).
               10  FILLER             PIC X.
               10  HST-MEMBER         PIC X(8).
               10  FILLER             PIC X.
               10  HST-MAKER          PIC X(8).
           05  FILLER                 PIC X.
           05  HST-SEQ                PIC XXX.
           05  FILLER                 PIC X.
           05  HST-ACTION             PIC X.
           05  FILLER                 PIC X.
           05  HST-ENTRY              PIC XXX.
           05  FILLER                 PIC X.
           05  HST-BEFORE             PIC X(50).
           05  FILLER                 PIC X.
           05  HST-AFTER              PIC X(50).
           05  FILLER                 PIC X(4).
           05  HST-DECISION           PIC X(8).
           05  FILLER                 PIC X.
           05  HST-APPROVER           PIC X(8).
           05  FILLER                 PIC X.
           05  HST-DECIDED            PIC X(16).
           05  FILLER                 PIC X(16).

       FD  CHANGE-REPORT-FILE
           RECORDING MODE IS F.
       01  CHANGE-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  HISTORY-FILE-STATUS     PIC XX      VALUE "00".
       01  REPORT-FILE-STATUS      PIC XX      VALUE "00".
       01  HISTORY-EOF             PIC X       VALUE "N".
           88  HISTORY-EOF-YES     VALUE "Y".
       01  FROM-DATE               PIC X(8)    VALUE "00000000".
       01  TO-DATE                 PIC X(8)    VALUE "99999999".
       01  PARM-REJECTED           PIC X       VALUE "N".
           88  PARM-REJECTED-YES   VALUE "Y".
       01  CURRENT-CHANGE          PIC X(50)   VALUE SPACES.
       01  RECORDS-READ            PIC 9(7)    VALUE ZERO.
       01  RECORDS-OUT-OF-RANGE    PIC 9(7)    VALUE ZERO.
       01  CHANGES-APPROVED        PIC 9(7)    VALUE ZERO.
       01  CHANGES-REJECTED        PIC 9(7)    VALUE ZERO.
       01  RECORDS-APPROVED        PIC 9(7)    VALUE ZERO.
       01  RECORDS-REJECTED        PIC 9(7)    VALUE ZERO.
       01  HEADING-LINE.
           05  FILLER              PIC X(30)
               VALUE "PATTMNT CHANGE HISTORY  FROM  ".
           05  HDL-FROM            PIC X(8).
           05  FILLER              PIC X(4)    VALUE " TO ".
           05  HDL-TO              PIC X(8).
           05  FILLER              PIC X(82)   VALUE SPACES.
       01  CHANGE-HEADER-LINE.
           05  FILLER              PIC X(9)    VALUE "  CHANGE ".
           05  CHL-MEMBER          PIC X(8).
           05  FILLER              PIC X(10)   VALUE "  MADE BY ".
           05  CHL-MAKER           PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  CHL-SUBMIT-DATE     PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  CHL-SUBMIT-TIME     PIC X(6).
           05  FILLER              PIC XX      VALUE SPACES.
           05  CHL-DECISION        PIC X(8).
           05  FILLER              PIC X(4)    VALUE " BY ".
           05  CHL-APPROVER        PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  CHL-DECIDE-DATE     PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  CHL-DECIDE-TIME     PIC X(6).
           05  FILLER              PIC X(43)   VALUE SPACES.
       01  CHANGE-DETAIL-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  CDL-SEQ             PIC XXX.
           05  FILLER              PIC X       VALUE SPACE.
           05  CDL-ACTION          PIC X(6).
           05  FILLER              PIC X       VALUE SPACE.
           05  CDL-ENTRY           PIC XXX.
           05  FILLER              PIC X(6)    VALUE "  WAS ".
           05  CDL-BEFORE          PIC X(50).
           05  FILLER              PIC X(6)    VALUE "  NOW ".
           05  CDL-AFTER           PIC X(50).
           05  FILLER              PIC XX      VALUE SPACES.
       01  SUMMARY-LINE.
           05  SUMMARY-TEXT        PIC X(44).
           05  SUMMARY-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(79)   VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LGTH           PIC S9(4)   COMP.
           05  PARM-FROM-DATE      PIC X(8).
           05  PARM-TO-DATE        PIC X(8).

       PROCEDURE DIVISION USING PARM-DATA.

       100-MAIN.
           PERFORM 110-INITIALIZE
           PERFORM 120-OPEN-FILES
           MOVE FROM-DATE TO HDL-FROM
           MOVE TO-DATE TO HDL-TO
           MOVE HEADING-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE SPACES TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           PERFORM UNTIL HISTORY-EOF-YES
               READ PATTERN-HISTORY-FILE
                   AT END
                       SET HISTORY-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM 200-REPORT-HISTORY-RECORD
               END-READ
           END-PERFORM
           IF CHANGES-APPROVED + CHANGES-REJECTED = ZERO
               MOVE "  NONE IN RANGE" TO CHANGE-REPORT-RECORD
               WRITE CHANGE-REPORT-RECORD
           END-IF
           PERFORM 300-WRITE-SUMMARY
           CLOSE PATTERN-HISTORY-FILE
           CLOSE CHANGE-REPORT-FILE
           IF PARM-REJECTED-YES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       110-INITIALIZE.
           IF PARM-LGTH > ZERO
               IF PARM-LGTH >= 8
                 AND PARM-FROM-DATE IS NUMERIC
                   MOVE PARM-FROM-DATE TO FROM-DATE
                   IF PARM-LGTH >= 16
                     AND PARM-TO-DATE IS NUMERIC
                       MOVE PARM-TO-DATE TO TO-DATE
                   ELSE
                       MOVE FUNCTION CURRENT-DATE(1:8) TO TO-DATE
                   END-IF
               ELSE
                   SET PARM-REJECTED-YES TO TRUE
               END-IF
           END-IF
           IF FROM-DATE > TO-DATE
               SET PARM-REJECTED-YES TO TRUE
           END-IF
           IF PARM-REJECTED-YES
               DISPLAY "PARM IS NOT A YYYYMMDDYYYYMMDD DATE RANGE, "
                   "WHOLE HISTORY REPORTED"
               MOVE "00000000" TO FROM-DATE
               MOVE "99999999" TO TO-DATE
           END-IF.

       120-OPEN-FILES.
           OPEN INPUT PATTERN-HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATTCHGH, FILE STATUS "
                   HISTORY-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHANGE-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PATCHRPT, FILE STATUS "
                   REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-REPORT-HISTORY-RECORD.
      *    THE RECORDS OF ONE DECIDED CHANGE ARE WRITTEN TOGETHER,
      *    SO A NEW CHANGE KEY OR DECISION STAMP STARTS A NEW CHANGE.
           ADD 1 TO RECORDS-READ
           IF HST-DECIDED(1:8) < FROM-DATE
             OR HST-DECIDED(1:8) > TO-DATE
               ADD 1 TO RECORDS-OUT-OF-RANGE
           ELSE
               IF HST-CHANGE-KEY NOT = CURRENT-CHANGE(1:34)
                 OR HST-DECIDED NOT = CURRENT-CHANGE(35:16)
                   MOVE HST-CHANGE-KEY TO CURRENT-CHANGE(1:34)
                   MOVE HST-DECIDED TO CURRENT-CHANGE(35:16)
                   PERFORM 210-WRITE-CHANGE-HEADER
               END-IF
               IF HST-DECISION = "APPROVED"
                   ADD 1 TO RECORDS-APPROVED
               ELSE
                   ADD 1 TO RECORDS-REJECTED
               END-IF
               MOVE HST-SEQ TO CDL-SEQ
               MOVE HST-ENTRY TO CDL-ENTRY
               EVALUATE HST-ACTION
                   WHEN "A"
                       MOVE "ADD" TO CDL-ACTION
                   WHEN "C"
                       MOVE "CHANGE" TO CDL-ACTION
                   WHEN "D"
                       MOVE "DELETE" TO CDL-ACTION
                   WHEN OTHER
                       MOVE HST-ACTION TO CDL-ACTION
               END-EVALUATE
               IF HST-BEFORE = SPACES
                   MOVE "(NONE)" TO CDL-BEFORE
               ELSE
                   MOVE HST-BEFORE TO CDL-BEFORE
               END-IF
               IF HST-AFTER = SPACES
                   MOVE "(DELETED)" TO CDL-AFTER
               ELSE
                   MOVE HST-AFTER TO CDL-AFTER
               END-IF
               MOVE CHANGE-DETAIL-LINE TO CHANGE-REPORT-RECORD
               WRITE CHANGE-REPORT-RECORD
           END-IF.

       210-WRITE-CHANGE-HEADER.
           IF HST-DECISION = "APPROVED"
               ADD 1 TO CHANGES-APPROVED
           ELSE
               ADD 1 TO CHANGES-REJECTED
           END-IF
           MOVE SPACES TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE HST-MEMBER TO CHL-MEMBER
           MOVE HST-MAKER TO CHL-MAKER
           MOVE HST-CHANGE-ID(1:8) TO CHL-SUBMIT-DATE
           MOVE HST-CHANGE-ID(9:6) TO CHL-SUBMIT-TIME
           MOVE HST-DECISION TO CHL-DECISION
           MOVE HST-APPROVER TO CHL-APPROVER
           MOVE HST-DECIDED(1:8) TO CHL-DECIDE-DATE
           MOVE HST-DECIDED(9:6) TO CHL-DECIDE-TIME
           MOVE CHANGE-HEADER-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD.

       300-WRITE-SUMMARY.
           MOVE SPACES TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE "HISTORY RECORDS READ........................"
             TO SUMMARY-TEXT
           MOVE RECORDS-READ TO SUMMARY-COUNT
           PERFORM 390-WRITE-SUMMARY-LINE
           MOVE "  OUTSIDE THE DATE RANGE...................."
             TO SUMMARY-TEXT
           MOVE RECORDS-OUT-OF-RANGE TO SUMMARY-COUNT
           PERFORM 390-WRITE-SUMMARY-LINE
           MOVE "CHANGES APPROVED............................"
             TO SUMMARY-TEXT
           MOVE CHANGES-APPROVED TO SUMMARY-COUNT
           PERFORM 390-WRITE-SUMMARY-LINE
           MOVE "  RECORDS APPLIED..........................."
             TO SUMMARY-TEXT
           MOVE RECORDS-APPROVED TO SUMMARY-COUNT
           PERFORM 390-WRITE-SUMMARY-LINE
           MOVE "CHANGES REJECTED............................"
             TO SUMMARY-TEXT
           MOVE CHANGES-REJECTED TO SUMMARY-COUNT
           PERFORM 390-WRITE-SUMMARY-LINE
           MOVE "  RECORDS DISCARDED........................."
             TO SUMMARY-TEXT
           MOVE RECORDS-REJECTED TO SUMMARY-COUNT
           PERFORM 390-WRITE-SUMMARY-LINE.

       390-WRITE-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD.
       END PROGRAM PATCHRPT.
