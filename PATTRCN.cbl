      *    THEM. A RERUN LOGS ITS GENERATION AGAIN, SO THE LATEST
      *    TRAILER RECORD FOR A RUN DATE AND FEED IS THE ONE
      *    RECONCILED; THE SAME RULE APPLIES TO ACKNOWLEDGMENTS.
      *    A REDELIVERY BY PATTRSND LOGS THE RESENT COPY WITH A
      *    RESEND FLAG OF "R"; BEING LATER IT SUPERSEDES THE ORIGINAL
      *    NIGHT'S RECORD LIKE A RERUN DOES, AND THE FEED IS MARKED
      *    AS A RESENT COPY ON THE REPORT AND COUNTED IN THE SUMMARY.
      *    CONDITION CODES: 00 ALL RECONCILED, 04 UNACKNOWLEDGED
      *    OVERDUE FEEDS OR STRAY ACKNOWLEDGMENTS, 08 COUNT OR HASH
      *    MISMATCH, 12 A FILE COULD NOT BE OPENED.
           05  TRL-ROW-COUNT          PIC X(9).
           05  FILLER                 PIC X.
           05  TRL-HASH-TOTAL         PIC X(15).
           05  FILLER                 PIC X.
           05  TRL-RESEND-FLAG        PIC X.
               88  TRL-RESEND-YES     VALUE "R".
           05  FILLER                 PIC X(27).

       FD  PATTERN-ACK-FILE
           RECORDING MODE IS F.
               10  TT-ROWS         PIC 9(9).
               10  TT-HASH         PIC 9(15).
               10  TT-ACKED        PIC X.
               10  TT-RESENT       PIC X.
       01  TRAILER-COUNT           PIC 9(4)    VALUE ZERO.
       01  TRAILER-INDEX           PIC 9(4)    VALUE ZERO.
       01  TRAILER-OVERFLOW        PIC X       VALUE "N".
       01  ACKS-READ               PIC 9(7)    VALUE ZERO.
       01  ACKS-UNPARSED           PIC 9(7)    VALUE ZERO.
       01  FEEDS-RECONCILED        PIC 9(7)    VALUE ZERO.
       01  FEEDS-RESENT            PIC 9(7)    VALUE ZERO.
       01  FEEDS-MISMATCHED        PIC 9(7)    VALUE ZERO.
       01  FEEDS-PENDING           PIC 9(7)    VALUE ZERO.
       01  FEEDS-OVERDUE           PIC 9(7)    VALUE ZERO.
           05  FKD-RUN-DATE        PIC X(8).
           05  FILLER              PIC X(6)    VALUE " FEED ".
           05  FKD-SUB-ID          PIC X(8).
           05  FKD-RESENT          PIC X(14).
       01  SUMMARY-LINE.
           05  SUMMARY-TEXT        PIC X(44).
           05  SUMMARY-COUNT       PIC Z,ZZZ,ZZ9.
                   MOVE TRL-ROW-COUNT TO TT-ROWS(MATCH-INDEX)
                   MOVE TRL-HASH-TOTAL TO TT-HASH(MATCH-INDEX)
                   MOVE "N" TO TT-ACKED(MATCH-INDEX)
                   IF TRL-RESEND-YES
                       MOVE "Y" TO TT-RESENT(MATCH-INDEX)
                   ELSE
                       MOVE "N" TO TT-RESENT(MATCH-INDEX)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO TRAILERS-UNPARSED
       300-RECONCILE-ONE-FEED.
           MOVE TT-RUN-DATE(TRAILER-INDEX) TO FKD-RUN-DATE
           MOVE TT-SUB-ID(TRAILER-INDEX) TO FKD-SUB-ID
           IF TT-RESENT(TRAILER-INDEX) = "Y"
               ADD 1 TO FEEDS-RESENT
               MOVE " (RESENT COPY)" TO FKD-RESENT
           ELSE
               MOVE SPACES TO FKD-RESENT
           END-IF
           MOVE "N" TO MATCH-FOUND
           PERFORM VARYING MATCH-INDEX FROM 1 BY 1
             UNTIL MATCH-INDEX > ACK-COUNT
       420-REPORT-UNKNOWN-ACK.
           MOVE AT-RUN-DATE(ACK-INDEX) TO FKD-RUN-DATE
           MOVE AT-SUB-ID(ACK-INDEX) TO FKD-SUB-ID
           MOVE SPACES TO FKD-RESENT
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING "ACK WITH NO LOGGED GENERATION: "
               DELIMITED BY SIZE
             TO SUMMARY-TEXT
           MOVE FEEDS-OVERDUE TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "FEEDS RECONCILED AS A RESENT COPY..........."
             TO SUMMARY-TEXT
           MOVE FEEDS-RESENT TO SUMMARY-COUNT
           PERFORM 610-WRITE-SUMMARY-LINE
           MOVE "ACKS WITH NO LOGGED GENERATION.............."
             TO SUMMARY-TEXT
           MOVE ACKS-UNKNOWN TO SUMMARY-COUNT
