       01 WS-Rule-Field-1    PIC X(10).
       01 WS-Rule-Field-2    PIC X(10).
       01 WS-Rule-Field-3    PIC X(10).
       01 WS-Rule-Field-4    PIC X(19).
       01 WS-Rule-Field-5    PIC X(19).
       01 RULE-MASTER-TABLE.
           05 RM-ROW OCCURS 200 TIMES INDEXED BY RM-IDX.
               10 RM-VERSION    PIC 9(4).
               10 RM-LABEL      PIC X(10).
               10 RM-DIVISOR    PIC 9(4).
               10 RM-REMAINDER  PIC 9(4).
               10 RM-LOW        PIC S9(18).
               10 RM-LOW-OPEN   PIC X.
               10 RM-HIGH       PIC S9(18).
               10 RM-HIGH-OPEN  PIC X.
               10 RM-STATUS     PIC X.
       01 RM-ROW-COUNT       PIC 9(4).
       01 RM-SCAN-IDX        PIC 9(4).
       01 WS-Mst-Field-1     PIC X(10).
       01 WS-Mst-Field-2     PIC X(8).
       01 WS-Mst-Field-3     PIC X(8).
       01 WS-Mst-Field-4     PIC X(10).
       01 WS-Mst-Field-5     PIC X(10).
       01 WS-Mst-Field-6     PIC X(19).
       01 WS-Mst-Field-7     PIC X(19).
       01 WS-Best-Version    PIC 9(4).
       01 WS-Best-Effdate    PIC X(8).
       01 WS-Run-Date        PIC X(8).
      *>date not after today, highest version number breaking a
      *>same-date tie - the selection Generator and Recon make in
      *>their 0301-LOAD-FROM-MASTER. HISTORY rows are audit trail
      *>only, and only approved versions compete (see 0114); an
      *>absent master, no rows for this name, or only future-dated
      *>or unapproved versions leaves WS-Master-Loaded "N" for the
      *>GENRULES fallback.
       0111-LOAD-FROM-MASTER.
           MOVE "N" TO WS-Master-Loaded
           IF RM-ROW-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 0114-APPLY-VERSION-STATUS
           MOVE 0 TO WS-Best-Version
           MOVE SPACES TO WS-Best-Effdate
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > RM-ROW-COUNT
               IF RM-EFFDATE(RM-IDX) NOT > WS-Run-Date
                   AND RM-STATUS(RM-IDX) = "A"
                   IF RM-EFFDATE(RM-IDX) > WS-Best-Effdate
                       OR (RM-EFFDATE(RM-IDX) = WS-Best-Effdate
                           AND RM-VERSION(RM-IDX) > WS-Best-Version)
                   EVALUATE FUNCTION TRIM(FUNCTION UPPER-CASE
                           (RM-KIND(RM-IDX)))
                       WHEN "RULE"
                           IF CLASS-RULE-COUNT < 20
                               ADD 1 TO CLASS-RULE-COUNT
                               MOVE "M" TO CR-KIND(CLASS-RULE-COUNT)
                               MOVE RM-LABEL(RM-IDX)
                                   TO CR-LABEL(CLASS-RULE-COUNT)
                               MOVE RM-DIVISOR(RM-IDX)
                               MOVE RM-REMAINDER(RM-IDX)
                                   TO CR-REMAINDER(CLASS-RULE-COUNT)
                           END-IF
                       WHEN "RANGE"
                           IF CLASS-RULE-COUNT < 20
                               ADD 1 TO CLASS-RULE-COUNT
                               MOVE "R" TO CR-KIND(CLASS-RULE-COUNT)
                               MOVE RM-LABEL(RM-IDX)
                                   TO CR-LABEL(CLASS-RULE-COUNT)
                               MOVE 0 TO CR-DIVISOR(CLASS-RULE-COUNT)
                                   CR-REMAINDER(CLASS-RULE-COUNT)
                               MOVE RM-LOW(RM-IDX)
                                   TO CR-LOW(CLASS-RULE-COUNT)
                               MOVE RM-LOW-OPEN(RM-IDX)
                                   TO CR-LOW-OPEN(CLASS-RULE-COUNT)
                               MOVE RM-HIGH(RM-IDX)
                                   TO CR-HIGH(CLASS-RULE-COUNT)
                               MOVE RM-HIGH-OPEN(RM-IDX)
                                   TO CR-HIGH-OPEN(CLASS-RULE-COUNT)
                           END-IF
                       WHEN "DEFAULT"
                           MOVE RM-LABEL(RM-IDX)
                               TO CR-DEFAULT-LABEL
           MOVE WS-Mst-Field-3(1:8) TO RM-EFFDATE(RM-ROW-COUNT)
           MOVE WS-Mst-Field-4 TO RM-KIND(RM-ROW-COUNT)
           MOVE WS-Mst-Field-5 TO RM-LABEL(RM-ROW-COUNT)
           MOVE "A" TO RM-STATUS(RM-ROW-COUNT)
           IF FUNCTION TRIM(WS-Mst-Field-6) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Mst-Field-6))
                   TO RM-DIVISOR(RM-ROW-COUNT)
                   TO RM-REMAINDER(RM-ROW-COUNT)
           ELSE
               MOVE 0 TO RM-REMAINDER(RM-ROW-COUNT)
           END-IF
      *>A RANGE row carries signed low/high limits in the same
      *>two columns; a blank limit leaves that end of the band
      *>open.
           MOVE 0 TO RM-LOW(RM-ROW-COUNT) RM-HIGH(RM-ROW-COUNT)
           MOVE "N" TO RM-LOW-OPEN(RM-ROW-COUNT)
               RM-HIGH-OPEN(RM-ROW-COUNT)
           IF FUNCTION TRIM(FUNCTION UPPER-CASE(WS-Mst-Field-4))
                   = "RANGE"
               IF WS-Mst-Field-6 = SPACES
                   MOVE "Y" TO RM-LOW-OPEN(RM-ROW-COUNT)
               ELSE
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Mst-Field-6))
                       TO RM-LOW(RM-ROW-COUNT)
               END-IF
               IF WS-Mst-Field-7 = SPACES
                   MOVE "Y" TO RM-HIGH-OPEN(RM-ROW-COUNT)
               ELSE
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Mst-Field-7))
                       TO RM-HIGH(RM-ROW-COUNT)
               END-IF
           END-IF.

       0113-READ-PROCESS-DATE.
               MOVE WS-Pd-Field-2(1:8) TO WS-Run-Date
           END-IF.

      *>Maker-checker: RuleMnt lands every new version with a
      *>STATUS,PENDING row and RuleApr appends STATUS,APPROVED or
      *>STATUS,REJECTED once a second person has decided it. The
      *>master is append-only, so the last STATUS row for a
      *>version is its standing; it is copied onto every row of
      *>that version as A, P or R. A version with no STATUS row at
      *>all predates approvals and stands approved.
       0114-APPLY-VERSION-STATUS.
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > RM-ROW-COUNT
               IF FUNCTION TRIM(FUNCTION UPPER-CASE(RM-KIND(RM-IDX)))
                       = "STATUS"
                   PERFORM VARYING RM-SCAN-IDX FROM 1 BY 1
                           UNTIL RM-SCAN-IDX > RM-ROW-COUNT
                       IF RM-VERSION(RM-SCAN-IDX) = RM-VERSION(RM-IDX)
                           MOVE FUNCTION UPPER-CASE
                                   (RM-LABEL(RM-IDX)(1:1))
                               TO RM-STATUS(RM-SCAN-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0115-LOAD-RULE-FILE-LINE.
           MOVE SPACES TO WS-Rule-Field-1 WS-Rule-Field-2
               WS-Rule-Field-3 WS-Rule-Field-4 WS-Rule-Field-5
                       = "DEFAULT"
                   MOVE WS-Rule-Field-3 TO CR-DEFAULT-LABEL
               ELSE
                   IF CLASS-RULE-COUNT < 20
                       ADD 1 TO CLASS-RULE-COUNT
                       MOVE WS-Rule-Field-3
                           TO CR-LABEL(CLASS-RULE-COUNT)
                       IF FUNCTION TRIM(FUNCTION UPPER-CASE
                               (WS-Rule-Field-2)) = "RANGE"
                           PERFORM 0116-LOAD-RULE-FILE-RANGE
                       ELSE
                           MOVE "M" TO CR-KIND(CLASS-RULE-COUNT)
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM
                                   (WS-Rule-Field-4))
                               TO CR-DIVISOR(CLASS-RULE-COUNT)
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM
                                   (WS-Rule-Field-5))
                               TO CR-REMAINDER(CLASS-RULE-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>A GENRULES RANGE row - rule,RANGE,label,low,high - holds
      *>signed inclusive limits; a blank limit leaves that end of
      *>the band open, so "SMALL,,999" is everything below 1000.
       0116-LOAD-RULE-FILE-RANGE.
           MOVE "R" TO CR-KIND(CLASS-RULE-COUNT)
           MOVE 0 TO CR-DIVISOR(CLASS-RULE-COUNT)
               CR-REMAINDER(CLASS-RULE-COUNT)
               CR-LOW(CLASS-RULE-COUNT) CR-HIGH(CLASS-RULE-COUNT)
           MOVE "N" TO CR-LOW-OPEN(CLASS-RULE-COUNT)
               CR-HIGH-OPEN(CLASS-RULE-COUNT)
           IF WS-Rule-Field-4 = SPACES
               MOVE "Y" TO CR-LOW-OPEN(CLASS-RULE-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Rule-Field-4))
                   TO CR-LOW(CLASS-RULE-COUNT)
           END-IF
           IF WS-Rule-Field-5 = SPACES
               MOVE "Y" TO CR-HIGH-OPEN(CLASS-RULE-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Rule-Field-5))
                   TO CR-HIGH(CLASS-RULE-COUNT)
           END-IF.

      *>The same first-match-wins walk Generator's
      *>0310-CLASSIFY-IDX makes over an unsigned key, so a
      *>computed answer matches what the file would have held had
           MOVE "N" TO WS-Rule-Matched
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > CLASS-RULE-COUNT
               IF CR-KIND-RANGE(CR-IDX)
                   IF (CR-NO-LOW-LIMIT(CR-IDX)
                           OR CLQ-NUMBER NOT < CR-LOW(CR-IDX))
                       AND (CR-NO-HIGH-LIMIT(CR-IDX)
                           OR CLQ-NUMBER NOT > CR-HIGH(CR-IDX))
                       MOVE CR-LABEL(CR-IDX) TO CLQ-LABEL
                       MOVE "Y" TO WS-Rule-Matched
                       EXIT PERFORM
                   END-IF
               ELSE
                   DIVIDE CLQ-NUMBER BY CR-DIVISOR(CR-IDX)
                       GIVING WS-Quotient REMAINDER WS-Remainder
                   IF WS-Remainder = CR-REMAINDER(CR-IDX)
                       MOVE CR-LABEL(CR-IDX) TO CLQ-LABEL
                       MOVE "Y" TO WS-Rule-Matched
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Rule-Matched NOT = "Y"
