      *>rows for a day always arrive together) ------------------
       01 WS-Cur-Date     PIC X(8) VALUE SPACES.
       01 WS-Day-Total    PIC 9(9).
      *>One slot per label, CR-MAX-LABELS of them (CLASSLIM.cpy):
      *>as many as one rule set can produce. Checks whose label
      *>finds no slot are counted, not dropped.
       COPY "CLASSLIM.cpy".
       01 LABEL-TALLY-TABLE.
           05 LABEL-TALLY-ENTRY OCCURS 21 TIMES INDEXED BY LT-IDX.
               10 LT-LABEL PIC X(10).
               10 LT-COUNT PIC 9(9).
       01 LABEL-TALLY-COUNT PIC 9(2).
       01 LT-MATCH-IDX    PIC 9(2).
       01 WS-Label-Overflow PIC 9(9).
      *>Per-program and per-rule breakdowns of the same day's
      *>rows: one slot per writing PROGRAM-ID, one per rule name
      *>and version pair. A handful of co-resident generated
       0100-CLEAR-DAY-TOTALS.
           MOVE 0 TO WS-Day-Total
           MOVE 0 TO LABEL-TALLY-COUNT
           MOVE 0 TO WS-Label-Overflow
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > CR-MAX-LABELS
               MOVE SPACES TO LT-LABEL(LT-IDX)
               MOVE 0 TO LT-COUNT(LT-IDX)
           END-PERFORM
           PERFORM 0230-TALLY-PROGRAM
           PERFORM 0240-TALLY-RULE.

      *>Find (or add) this label's slot in the per-day tally. A
      *>rule set holds at most CR-MAX-ENTRIES entries plus a
      *>default, so CR-MAX-LABELS slots cover any one rule set. A
      *>day that runs several rule sets, or one with no default
      *>that labels a number with itself, can produce more: those
      *>checks are counted in WS-Label-Overflow and reported.
       0210-TALLY-LABEL.
           MOVE 0 TO LT-MATCH-IDX
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LT-MATCH-IDX = 0
               AND LABEL-TALLY-COUNT < CR-MAX-LABELS
               ADD 1 TO LABEL-TALLY-COUNT
               MOVE WS-Label-In TO LT-LABEL(LABEL-TALLY-COUNT)
               MOVE LABEL-TALLY-COUNT TO LT-MATCH-IDX
           END-IF
           IF LT-MATCH-IDX NOT = 0
               ADD 1 TO LT-COUNT(LT-MATCH-IDX)
           ELSE
               ADD 1 TO WS-Label-Overflow
           END-IF.

      *>Distinct values checked this day. A rule with no default
                   INTO ReportLine
               WRITE ReportLine
           END-PERFORM
           IF WS-Label-Overflow > 0
               MOVE WS-Label-Overflow TO WS-Conv-Text
               MOVE SPACES TO ReportLine
               STRING "  Other labels (beyond the label table): "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportLine
           END-IF
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PROG-TALLY-COUNT
               MOVE PT-COUNT(PT-IDX) TO WS-Conv-Text
