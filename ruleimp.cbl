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
       01 WS-Master-Truncated PIC X.
       01 WS-Run-Date        PIC X(8).

      *>as the shared CLASS-RULE-TABLE but held twice so version
      *>A and version B stay loaded side by side -----------------
       01 VER-A-TABLE.
           05 VA-ENTRY OCCURS 20 TIMES INDEXED BY VA-IDX.
               10 VA-LABEL     PIC X(10).
               10 VA-DIVISOR   PIC 9(4).
               10 VA-REMAINDER PIC 9(4).
               10 VA-KIND      PIC X.
               10 VA-LOW       PIC S9(18).
               10 VA-LOW-OPEN  PIC X.
               10 VA-HIGH      PIC S9(18).
               10 VA-HIGH-OPEN PIC X.
           05 VA-RULE-COUNT PIC 9(2).
       01 VA-DEFAULT-LABEL   PIC X(10).
       01 VA-VERSION         PIC 9(4).
       01 VER-B-TABLE.
           05 VB-ENTRY OCCURS 20 TIMES INDEXED BY VB-IDX.
               10 VB-LABEL     PIC X(10).
               10 VB-DIVISOR   PIC 9(4).
               10 VB-REMAINDER PIC 9(4).
               10 VB-KIND      PIC X.
               10 VB-LOW       PIC S9(18).
               10 VB-LOW-OPEN  PIC X.
               10 VB-HIGH      PIC S9(18).
               10 VB-HIGH-OPEN PIC X.
           05 VB-RULE-COUNT PIC 9(2).
       01 VB-DEFAULT-LABEL   PIC X(10).
       01 VB-VERSION         PIC 9(4).
                   NOT AT END PERFORM 0310-COLLECT-MASTER-LINE
               END-READ
           END-PERFORM
           CLOSE RuleMaster
           PERFORM 0320-APPLY-VERSION-STATUS.

       0310-COLLECT-MASTER-LINE.
           IF RM-ROW-COUNT = 200
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

      *>Maker-checker: RuleMnt lands every new version with a
      *>STATUS,PENDING row and RuleApr appends STATUS,APPROVED or
      *>STATUS,REJECTED once a second person has decided it. The
      *>master is append-only, so the last STATUS row for a
      *>version is its standing; it is copied onto every row of
      *>that version as A, P or R. A version with no STATUS row at
      *>all predates approvals and stands approved.
       0320-APPLY-VERSION-STATUS.
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

      *>Resolve one side of the comparison to a concrete version
      *>number. INFORCE picks what Generator would load today -
      *>greatest effective date not after the run date among the
      *>approved versions, highest version breaking a same-date
      *>tie. PENDING picks the version awaiting approval - the
      *>highest-numbered one whose standing is still PENDING, the
      *>report RuleApr wants on file before it will approve - and
      *>with nothing awaiting approval falls back to the approved
      *>future-dated version next in line to cut over: earliest
      *>effective date after the run date, highest version
      *>breaking a same-date tie. A plain number must exist on
      *>the master for this rule name, whatever its standing.
       0400-RESOLVE-VERSION.
           MOVE "N" TO WS-Resolve-OK
           MOVE 0 TO WS-Picked-Version
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > RM-ROW-COUNT
               IF RM-EFFDATE(RM-IDX) NOT > WS-Run-Date
                   AND RM-STATUS(RM-IDX) = "A"
                   IF RM-EFFDATE(RM-IDX) > WS-Best-Effdate
                       OR (RM-EFFDATE(RM-IDX) = WS-Best-Effdate
                           AND RM-VERSION(RM-IDX) > WS-Best-Version)
       0411-PICK-PENDING.
           MOVE 0 TO WS-Best-Version
           MOVE SPACES TO WS-Best-Effdate
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > RM-ROW-COUNT
               IF RM-STATUS(RM-IDX) = "P"
                   AND RM-VERSION(RM-IDX) > WS-Best-Version
                   MOVE RM-VERSION(RM-IDX) TO WS-Best-Version
                   MOVE RM-EFFDATE(RM-IDX) TO WS-Best-Effdate
               END-IF
           END-PERFORM
           IF WS-Best-Version > 0
               MOVE WS-Best-Version TO WS-Picked-Version
               MOVE WS-Best-Effdate TO WS-Picked-Effdate
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > RM-ROW-COUNT
               IF RM-EFFDATE(RM-IDX) > WS-Run-Date
                   AND RM-STATUS(RM-IDX) = "A"
                   IF WS-Best-Effdate = SPACES
                       OR RM-EFFDATE(RM-IDX) < WS-Best-Effdate
                       OR (RM-EFFDATE(RM-IDX) = WS-Best-Effdate
                   EVALUATE FUNCTION TRIM(FUNCTION UPPER-CASE
                           (RM-KIND(RM-IDX)))
                       WHEN "RULE"
                       WHEN "RANGE"
                           IF VA-RULE-COUNT < 20
                               ADD 1 TO VA-RULE-COUNT
                               MOVE RM-LABEL(RM-IDX)
                                   TO VA-LABEL(VA-RULE-COUNT)
                                   TO VA-DIVISOR(VA-RULE-COUNT)
                               MOVE RM-REMAINDER(RM-IDX)
                                   TO VA-REMAINDER(VA-RULE-COUNT)
                               MOVE RM-LOW(RM-IDX)
                                   TO VA-LOW(VA-RULE-COUNT)
                               MOVE RM-LOW-OPEN(RM-IDX)
                                   TO VA-LOW-OPEN(VA-RULE-COUNT)
                               MOVE RM-HIGH(RM-IDX)
                                   TO VA-HIGH(VA-RULE-COUNT)
                               MOVE RM-HIGH-OPEN(RM-IDX)
                                   TO VA-HIGH-OPEN(VA-RULE-COUNT)
                               IF FUNCTION TRIM(FUNCTION UPPER-CASE
                                       (RM-KIND(RM-IDX))) = "RANGE"
                                   MOVE "R" TO VA-KIND(VA-RULE-COUNT)
                               ELSE
                                   MOVE "M" TO VA-KIND(VA-RULE-COUNT)
                               END-IF
                           END-IF
                       WHEN "DEFAULT"
                           MOVE RM-LABEL(RM-IDX)
                   EVALUATE FUNCTION TRIM(FUNCTION UPPER-CASE
                           (RM-KIND(RM-IDX)))
                       WHEN "RULE"
                       WHEN "RANGE"
                           IF VB-RULE-COUNT < 20
                               ADD 1 TO VB-RULE-COUNT
                               MOVE RM-LABEL(RM-IDX)
                                   TO VB-LABEL(VB-RULE-COUNT)
                                   TO VB-DIVISOR(VB-RULE-COUNT)
                               MOVE RM-REMAINDER(RM-IDX)
                                   TO VB-REMAINDER(VB-RULE-COUNT)
                               MOVE RM-LOW(RM-IDX)
                                   TO VB-LOW(VB-RULE-COUNT)
                               MOVE RM-LOW-OPEN(RM-IDX)
                                   TO VB-LOW-OPEN(VB-RULE-COUNT)
                               MOVE RM-HIGH(RM-IDX)
                                   TO VB-HIGH(VB-RULE-COUNT)
                               MOVE RM-HIGH-OPEN(RM-IDX)
                                   TO VB-HIGH-OPEN(VB-RULE-COUNT)
                               IF FUNCTION TRIM(FUNCTION UPPER-CASE
                                       (RM-KIND(RM-IDX))) = "RANGE"
                                   MOVE "R" TO VB-KIND(VB-RULE-COUNT)
                               ELSE
                                   MOVE "M" TO VB-KIND(VB-RULE-COUNT)
                               END-IF
                           END-IF
                       WHEN "DEFAULT"
                           MOVE RM-LABEL(RM-IDX)
           PERFORM 0612-CLASSIFY-VERSION-B.

      *>The same first-match-wins walk Dumb's 0300-CLASSIFY-NUM
      *>makes, signed range bands and the negative-remainder fold
      *>included, so a ledger value replays here exactly as Dumb
      *>classified it.
       0611-CLASSIFY-VERSION-A.
           MOVE "N" TO WS-Rule-Matched
           PERFORM VARYING VA-IDX FROM 1 BY 1
                   UNTIL VA-IDX > VA-RULE-COUNT
               IF VA-KIND(VA-IDX) = "R"
                   IF (VA-LOW-OPEN(VA-IDX) = "Y"
                           OR WS-Value NOT < VA-LOW(VA-IDX))
                       AND (VA-HIGH-OPEN(VA-IDX) = "Y"
                           OR WS-Value NOT > VA-HIGH(VA-IDX))
                       MOVE VA-LABEL(VA-IDX) TO WS-Label-A
                       MOVE "Y" TO WS-Rule-Matched
                       EXIT PERFORM
                   END-IF
               ELSE
                   DIVIDE WS-Value BY VA-DIVISOR(VA-IDX)
                       GIVING WS-Quotient REMAINDER WS-Remainder
                   IF WS-Remainder < 0
                       ADD VA-DIVISOR(VA-IDX) TO WS-Remainder
                   END-IF
                   IF WS-Remainder = VA-REMAINDER(VA-IDX)
                       MOVE VA-LABEL(VA-IDX) TO WS-Label-A
                       MOVE "Y" TO WS-Rule-Matched
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Rule-Matched NOT = "Y"
           MOVE "N" TO WS-Rule-Matched
           PERFORM VARYING VB-IDX FROM 1 BY 1
                   UNTIL VB-IDX > VB-RULE-COUNT
               IF VB-KIND(VB-IDX) = "R"
                   IF (VB-LOW-OPEN(VB-IDX) = "Y"
                           OR WS-Value NOT < VB-LOW(VB-IDX))
                       AND (VB-HIGH-OPEN(VB-IDX) = "Y"
                           OR WS-Value NOT > VB-HIGH(VB-IDX))
                       MOVE VB-LABEL(VB-IDX) TO WS-Label-B
                       MOVE "Y" TO WS-Rule-Matched
                       EXIT PERFORM
                   END-IF
               ELSE
                   DIVIDE WS-Value BY VB-DIVISOR(VB-IDX)
                       GIVING WS-Quotient REMAINDER WS-Remainder
                   IF WS-Remainder < 0
                       ADD VB-DIVISOR(VB-IDX) TO WS-Remainder
                   END-IF
                   IF WS-Remainder = VB-REMAINDER(VB-IDX)
                       MOVE VB-LABEL(VB-IDX) TO WS-Label-B
                       MOVE "Y" TO WS-Rule-Matched
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Rule-Matched NOT = "Y"
