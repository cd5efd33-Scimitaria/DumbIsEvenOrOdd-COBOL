       01 WS-Prop-Field-1  PIC X(10).
       01 WS-Prop-Field-2  PIC X(10).
       01 WS-Prop-Field-3  PIC X(10).
       01 WS-Prop-Field-4  PIC X(19).
       01 WS-Prop-Field-5  PIC X(19).
       01 WS-Row-Reason    PIC XX.

      *>--- deck control state: the EFFDATE row leads the deck and
      *>--- the accepted deck, held until the whole deck edits
      *>clean - a deck with any reject never touches the master --
       01 PROP-TABLE.
           05 PROP-ENTRY OCCURS 20 TIMES INDEXED BY PR-IDX.
               10 PR-LABEL     PIC X(10).
               10 PR-KIND      PIC X.
               10 PR-DIVISOR   PIC 9(4).
               10 PR-REMAINDER PIC 9(4).
               10 PR-LOW-TEXT  PIC X(19).
               10 PR-HIGH-TEXT PIC X(19).
       01 PROP-RULE-COUNT  PIC 9(2).
       01 WS-Prop-Default  PIC X(10).
       01 WS-Default-Seen  PIC X VALUE "N".
       01 WS-Div-Work      PIC 9(4).
       01 WS-Rem-Work      PIC 9(4).

      *>--- range-band edit scratch: a limit is an optional sign
      *>and up to 18 digits, or blank for an open end ------------
       01 WS-Limit-Text    PIC X(19).
       01 WS-Limit-Digits  PIC X(19).
       01 WS-Limit-OK      PIC X.
       01 WS-Low-Work      PIC S9(18).
       01 WS-High-Work     PIC S9(18).
       01 WS-Row-Length    PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-READ-PROCESS-DATE

      *>Edit one proposed row. The first non-blank row must be the
      *>EFFDATE control row; after that every row must carry the
      *>deck's one rule name and a RULE, RANGE or DEFAULT keyword
      *>with fields that will load cleanly - the edits here are
      *>exactly the traps 0300-LOAD-RULE-TABLE used to fall into
      *>silently: unknown keywords, non-numeric or zero divisors,
      *>unreadable or crossed range limits, and a 21st entry that
      *>the 20-entry table would drop.
       0200-EDIT-ONE-ROW.
           IF RulePropLine = SPACES
               EXIT PARAGRAPH
               MOVE "09" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           IF WS-Prop-Field-3 = SPACES
      *>The submitter is the maker half of maker-checker: RuleApr
      *>refuses an approval from the same person, so an anonymous
      *>deck could never be checked.
               MOVE "13" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Prop-Field-2(1:8) TO WS-Eff-Date
           MOVE WS-Prop-Field-3 TO WS-Submitter
           MOVE "Y" TO WS-Effdate-Seen.
                   MOVE "Y" TO WS-Default-Seen
               WHEN "RULE"
                   PERFORM 0230-EDIT-RULE-FIELDS
               WHEN "RANGE"
                   PERFORM 0240-EDIT-RANGE-FIELDS
               WHEN OTHER
                   MOVE "01" TO WS-Row-Reason
           END-EVALUATE.
               MOVE "05" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           IF PROP-RULE-COUNT = 20
      *>The shared CLASS-RULE-TABLE holds twenty entries, RULE
      *>and RANGE rows together; a 21st would be dropped on the
      *>floor at load time.
               MOVE "06" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PROP-RULE-COUNT
           MOVE "M" TO PR-KIND(PROP-RULE-COUNT)
           MOVE WS-Prop-Field-3 TO PR-LABEL(PROP-RULE-COUNT)
           MOVE WS-Div-Work TO PR-DIVISOR(PROP-RULE-COUNT)
           MOVE WS-Rem-Work TO PR-REMAINDER(PROP-RULE-COUNT)
           MOVE SPACES TO PR-LOW-TEXT(PROP-RULE-COUNT)
               PR-HIGH-TEXT(PROP-RULE-COUNT).

      *>A RANGE row - rule,RANGE,label,low,high - names a band of
      *>values by its inclusive limits, each a signed whole number
      *>or blank for an open end: SMALL,,999 / MEDIUM,1000,99999 /
      *>LARGE,100000, or NEGATIVE,,-1 / ZERO,0,0 / POSITIVE,1,.
      *>A band open at both ends is a DEFAULT in disguise and a
      *>band whose low limit passes its high can never match, so
      *>both are refused.
       0240-EDIT-RANGE-FIELDS.
           IF WS-Prop-Field-3 = SPACES
               MOVE "08" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Prop-Field-4 TO WS-Limit-Text
           PERFORM 0245-EDIT-LIMIT-TEXT
           IF WS-Limit-OK NOT = "Y"
               MOVE "11" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Prop-Field-5 TO WS-Limit-Text
           PERFORM 0245-EDIT-LIMIT-TEXT
           IF WS-Limit-OK NOT = "Y"
               MOVE "11" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           IF WS-Prop-Field-4 = SPACES AND WS-Prop-Field-5 = SPACES
               MOVE "12" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           IF WS-Prop-Field-4 NOT = SPACES
               AND WS-Prop-Field-5 NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Prop-Field-4))
                   TO WS-Low-Work
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Prop-Field-5))
                   TO WS-High-Work
               IF WS-Low-Work > WS-High-Work
                   MOVE "12" TO WS-Row-Reason
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *>The master row 0430 writes must fit RULEMSTR. Long rule
      *>name, long label and two full-width limits together run
      *>past it, and the row would go to the master cut short, so
      *>that is refused as a bad limit too. 23 is the commas, the
      *>RANGE keyword, the effective date and a 4-digit version.
           COMPUTE WS-Row-Length = 23
               + FUNCTION LENGTH(FUNCTION TRIM(WS-Deck-Rule))
               + FUNCTION LENGTH(FUNCTION TRIM(WS-Prop-Field-3))
           IF WS-Prop-Field-4 NOT = SPACES
               ADD FUNCTION LENGTH(FUNCTION TRIM(WS-Prop-Field-4))
                   TO WS-Row-Length
           END-IF
           IF WS-Prop-Field-5 NOT = SPACES
               ADD FUNCTION LENGTH(FUNCTION TRIM(WS-Prop-Field-5))
                   TO WS-Row-Length
           END-IF
           IF WS-Row-Length > LENGTH OF RuleMasterLine
               MOVE "11" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           IF PROP-RULE-COUNT = 20
               MOVE "06" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PROP-RULE-COUNT
           MOVE "R" TO PR-KIND(PROP-RULE-COUNT)
           MOVE WS-Prop-Field-3 TO PR-LABEL(PROP-RULE-COUNT)
           MOVE 0 TO PR-DIVISOR(PROP-RULE-COUNT)
               PR-REMAINDER(PROP-RULE-COUNT)
           MOVE FUNCTION TRIM(WS-Prop-Field-4)
               TO PR-LOW-TEXT(PROP-RULE-COUNT)
           MOVE FUNCTION TRIM(WS-Prop-Field-5)
               TO PR-HIGH-TEXT(PROP-RULE-COUNT).

      *>One range limit: blank is good (an open end); otherwise an
      *>optional leading sign and 1 to 18 digits, nothing else.
       0245-EDIT-LIMIT-TEXT.
           MOVE "Y" TO WS-Limit-OK
           IF WS-Limit-Text = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-Limit-Text) TO WS-Limit-Text
           MOVE WS-Limit-Text TO WS-Limit-Digits
           IF WS-Limit-Text(1:1) = "-" OR WS-Limit-Text(1:1) = "+"
               MOVE WS-Limit-Text(2:18) TO WS-Limit-Digits
           END-IF
           IF WS-Limit-Digits = SPACES
               OR FUNCTION TRIM(WS-Limit-Digits) IS NOT NUMERIC
               OR WS-Limit-Digits(19:1) NOT = SPACE
               MOVE "N" TO WS-Limit-OK
           END-IF.

       0300-WRITE-SUSPENSE.
           MOVE SPACES TO RuleSuspLine
      *>rule name and append it to the master, HISTORY row first
      *>so the auditors' who/when question reads straight off the
      *>file. The master is append-only - prior versions stay.
      *>A STATUS,PENDING row follows the HISTORY row: the new
      *>version is not eligible to go into force anywhere until a
      *>second person approves it through RuleApr.
       0400-APPLY-TO-MASTER.
           PERFORM 0410-FIND-HIGH-VERSION
           COMPUTE WS-New-Version = WS-High-Version + 1
                  WS-Run-Date DELIMITED BY SIZE
               INTO RuleMasterLine
           WRITE RuleMasterLine
           MOVE SPACES TO RuleMasterLine
           STRING FUNCTION TRIM(WS-Deck-Rule) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Eff-Date DELIMITED BY SIZE
                  ",STATUS,PENDING," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Submitter) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Run-Date DELIMITED BY SIZE
               INTO RuleMasterLine
           WRITE RuleMasterLine
           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > PROP-RULE-COUNT
               IF PR-KIND(PR-IDX) = "R"
                   PERFORM 0430-WRITE-RANGE-ROW
               ELSE
                   PERFORM 0425-WRITE-RULE-ROW
               END-IF
           END-PERFORM
           IF WS-Default-Seen = "Y"
               MOVE SPACES TO RuleMasterLine
               END-IF
           END-IF.

      *>A RULE row goes to the master as divisor and remainder.
       0425-WRITE-RULE-ROW.
           MOVE PR-DIVISOR(PR-IDX) TO WS-Conv-Text2
           MOVE PR-REMAINDER(PR-IDX) TO WS-Conv-Text3
           MOVE SPACES TO RuleMasterLine
           STRING FUNCTION TRIM(WS-Deck-Rule) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Eff-Date DELIMITED BY SIZE
                  ",RULE," DELIMITED BY SIZE
                  FUNCTION TRIM(PR-LABEL(PR-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text3) DELIMITED BY SIZE
               INTO RuleMasterLine
           WRITE RuleMasterLine.

      *>A RANGE row goes to the master with its limits exactly as
      *>edited; an open end stays an empty column.
       0430-WRITE-RANGE-ROW.
           MOVE SPACES TO RuleMasterLine
           STRING FUNCTION TRIM(WS-Deck-Rule) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Eff-Date DELIMITED BY SIZE
                  ",RANGE," DELIMITED BY SIZE
                  FUNCTION TRIM(PR-LABEL(PR-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PR-LOW-TEXT(PR-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PR-HIGH-TEXT(PR-IDX))
                      DELIMITED BY SIZE
               INTO RuleMasterLine
           WRITE RuleMasterLine.

       0500-DISPLAY-SUMMARY.
           DISPLAY "RuleMnt: processed as-of " WS-Run-Date
           MOVE WS-Read-Count TO WS-Conv-Text
               DISPLAY "RuleMnt: " FUNCTION TRIM(WS-Deck-Rule)
                   " version " FUNCTION TRIM(WS-Conv-Text)
                   " effective " WS-Eff-Date
                   " applied to master, pending approval"
           END-IF.
