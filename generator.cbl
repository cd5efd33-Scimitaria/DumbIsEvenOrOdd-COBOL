           SELECT RuleMaster ASSIGN TO "RULEMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Status.
           SELECT ModCatalog ASSIGN TO "GENCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cat-Status.
           SELECT IdxFile ASSIGN TO DYNAMIC WS-Output-Name
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
       FD RuleMaster.
       01 RuleMasterLine PIC X(80).

       FD ModCatalog.
       01 ModCatalogLine PIC X(160).

      *>Same record layout ClassLkp reads back: the number is the
      *>key, the label is the payload.
       FD IdxFile.
               10 CKPT-COMPLETE   PIC X(1).
               10 CKPT-EVEN-COUNT PIC 9(18).
               10 CKPT-ODD-COUNT  PIC 9(18).
               10 CKPT-VERSION    PIC 9(4).
       01 CKPT-TABLE-COUNT     PIC 9(4) VALUE 0.
       01 CKPT-MATCH-IDX       PIC 9(4) VALUE 0.
       01 CKPT-NAME-IN         PIC X(60).
       01 CKPT-COMPLETE-IN     PIC X(1).
       01 CKPT-EVEN-TEXT       PIC X(18).
       01 CKPT-ODD-TEXT        PIC X(18).
       01 CKPT-VERSION-TEXT    PIC X(10).

       01 WS-Skip-Request      PIC X VALUE "N".
           88 Skip-Request         VALUE "Y".
       01 WS-Remainder          PIC 9(4).
       01 WS-Conv-Text          PIC Z(17)9.
       01 WS-Conv-Text2         PIC Z(17)9.
       01 WS-Limit-Text         PIC -(18)9.

      *>--- rule-definition fields, loaded from GENRULES so a new
      *>classification job is a data-file edit, not a Generator
       01 WS-Rule-Field-1       PIC X(10).
       01 WS-Rule-Field-2       PIC X(10).
       01 WS-Rule-Field-3       PIC X(10).
       01 WS-Rule-Field-4       PIC X(19).
       01 WS-Rule-Field-5       PIC X(19).

      *>--- versioned rules master (RULEMSTR) working fields: the
      *>master rows for this request's rule name are collected,
               10 RM-LABEL      PIC X(10).
               10 RM-DIVISOR    PIC 9(4).
               10 RM-REMAINDER  PIC 9(4).
               10 RM-LOW        PIC S9(18).
               10 RM-LOW-OPEN   PIC X.
               10 RM-HIGH       PIC S9(18).
               10 RM-HIGH-OPEN  PIC X.
               10 RM-STATUS     PIC X.
       01 RM-ROW-COUNT          PIC 9(4).
       01 RM-SCAN-IDX           PIC 9(4).
       01 WS-Mst-Field-1        PIC X(10).
       01 WS-Mst-Field-2        PIC X(8).
       01 WS-Mst-Field-3        PIC X(8).
       01 WS-Mst-Field-4        PIC X(10).
       01 WS-Mst-Field-5        PIC X(10).
       01 WS-Mst-Field-6        PIC X(19).
       01 WS-Mst-Field-7        PIC X(19).
       01 WS-Best-Version       PIC 9(4).
       01 WS-Best-Effdate       PIC X(8).
       01 WS-Run-Date           PIC X(8).
      *>GENHIST file for the month-end operations review ---------
       01 WS-Hist-Run-Status   PIC X(10).

      *>--- module catalog: every completed COBOL generation
      *>appends what the load module was built from to the
      *>cumulative GENCAT file, so ModChk can tell a module baked
      *>with an old rule version from one that is current --------
       01 WS-Cat-Status        PIC XX.
       01 WS-Cat-Stamp         PIC X(14).
       01 WS-Cat-Ver-Text      PIC Z(3)9.

      *>--- summary-report counters -------------------------------
       01 WS-Even-Count         PIC 9(18).
       01 WS-Odd-Count          PIC 9(18).
           IF CKPT-TABLE-COUNT < 200
               MOVE SPACES TO CKPT-NAME-IN CKPT-BOUND-TEXT
                   CKPT-LAST-IDX-TEXT CKPT-COMPLETE-IN
                   CKPT-EVEN-TEXT CKPT-ODD-TEXT CKPT-VERSION-TEXT
               UNSTRING CheckpointLine DELIMITED BY ","
                   INTO CKPT-NAME-IN CKPT-BOUND-TEXT
                       CKPT-LAST-IDX-TEXT CKPT-COMPLETE-IN
                       CKPT-EVEN-TEXT CKPT-ODD-TEXT CKPT-VERSION-TEXT
               ADD 1 TO CKPT-TABLE-COUNT
               MOVE CKPT-NAME-IN TO CKPT-NAME(CKPT-TABLE-COUNT)
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(CKPT-BOUND-TEXT))
                   TO CKPT-EVEN-COUNT(CKPT-TABLE-COUNT)
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(CKPT-ODD-TEXT))
                   TO CKPT-ODD-COUNT(CKPT-TABLE-COUNT)
      *>The rule version the output was built with; rows written
      *>before the version was kept read as version 0.
               IF FUNCTION TRIM(CKPT-VERSION-TEXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM
                           (CKPT-VERSION-TEXT))
                       TO CKPT-VERSION(CKPT-TABLE-COUNT)
               ELSE
                   MOVE 0 TO CKPT-VERSION(CKPT-TABLE-COUNT)
               END-IF
           END-IF.

       0200-PROCESS-REQUEST.
           MOVE "N" TO WS-Row-Limit-Flag
           MOVE "N" TO WS-Gen-Failed
           MOVE 0 TO WS-Rows-This-Run
      *>The rule table loads ahead of the skip/resume decision so
      *>the decision can see which version is in force today.
           PERFORM 0300-LOAD-RULE-TABLE
           PERFORM 0220-CHECK-SKIP-OR-RESUME
           IF NOT Skip-Request
      *>A rule name that matched nothing in RULEMSTR or GENRULES
      *>must not generate - an empty table labels every value
      *>with itself and "succeeds". This is the misspelled-name
                       END-IF
                   ELSE
                       PERFORM 0700-WRITE-REPORT
                       IF REQ-MODE = "C" OR REQ-MODE = "c"
                           PERFORM 0770-WRITE-MODULE-CATALOG
                       END-IF
                   END-IF
                   PERFORM 0760-WRITE-RUN-HISTORY
               END-IF

      *>Find (or create) this output-name's slot in CKPT-TABLE and
      *>decide skip/resume/fresh purely from that one slot's own
      *>bound/complete/version fields - an unrelated request
      *>elsewhere in the table never affects this decision. A new
      *>rule version in force is a change like a new bound: the
      *>output on file (complete or partial) was built with the
      *>old rules, so the request starts over and rebuilds it.
       0220-CHECK-SKIP-OR-RESUME.
           MOVE "N" TO WS-Skip-Request
           MOVE "N" TO WS-Resume-Request
               MOVE 16 TO RETURN-CODE
           ELSE
           IF CKPT-BOUND(CKPT-MATCH-IDX) = WS-Upper-Bound
               AND CKPT-VERSION(CKPT-MATCH-IDX) = WS-Rule-Version
               IF CKPT-COMPLETE(CKPT-MATCH-IDX) = "Y"
                   MOVE "Y" TO WS-Skip-Request
               ELSE
                       CKPT-LAST-IDX(CKPT-MATCH-IDX) + 1
               END-IF
           ELSE
      *>Upper bound or rule version changed since the last
      *>checkpoint for this output name (or this is a brand-new
      *>entry): the prior state no longer applies, so start over
      *>from idx 1.
               MOVE WS-Upper-Bound TO CKPT-BOUND(CKPT-MATCH-IDX)
               MOVE WS-Rule-Version TO CKPT-VERSION(CKPT-MATCH-IDX)
               MOVE 0 TO CKPT-LAST-IDX(CKPT-MATCH-IDX)
               MOVE "N" TO CKPT-COMPLETE(CKPT-MATCH-IDX)
               MOVE 0 TO CKPT-EVEN-COUNT(CKPT-MATCH-IDX)
      *>in force for the run date - greatest effective date not
      *>after today, highest version number breaking a same-date
      *>tie - and load exactly that version's RULE/DEFAULT rows.
      *>HISTORY rows are audit trail only, and only approved
      *>versions compete (see 0303). A master that is absent, has
      *>no rows for this name, or has only future-dated or
      *>unapproved versions leaves WS-Master-Loaded "N" for the
      *>GENRULES fallback.
       0301-LOAD-FROM-MASTER.
           MOVE "N" TO WS-Master-Loaded
           MOVE 0 TO RM-ROW-COUNT
           IF RM-ROW-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 0303-APPLY-VERSION-STATUS
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

      *>Maker-checker: RuleMnt lands every new version with a
      *>STATUS,PENDING row and RuleApr appends STATUS,APPROVED or
      *>STATUS,REJECTED once a second person has decided it. The
      *>master is append-only, so the last STATUS row for a
      *>version is its standing; it is copied onto every row of
      *>that version as A, P or R. A version with no STATUS row at
      *>all predates approvals and stands approved.
       0303-APPLY-VERSION-STATUS.
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

       0305-LOAD-RULE-FILE-LINE.
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
                           PERFORM 0306-LOAD-RULE-FILE-RANGE
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
       0306-LOAD-RULE-FILE-RANGE.
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

      *>Classify idx using the active rule table, leaving the
      *>matching label in WS-Label. If nothing matches and the
      *>rule has no default label, the number itself is used.
           MOVE "N" TO WS-Rule-Matched
           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > CLASS-RULE-COUNT
               IF CR-KIND-RANGE(CR-IDX)
                   IF (CR-NO-LOW-LIMIT(CR-IDX)
                           OR idx NOT < CR-LOW(CR-IDX))
                       AND (CR-NO-HIGH-LIMIT(CR-IDX)
                           OR idx NOT > CR-HIGH(CR-IDX))
                       MOVE CR-LABEL(CR-IDX) TO WS-Label
                       MOVE "Y" TO WS-Rule-Matched
                       EXIT PERFORM
                   END-IF
               ELSE
                   DIVIDE idx BY CR-DIVISOR(CR-IDX)
                       GIVING WS-Quotient REMAINDER WS-Remainder
                   IF WS-Remainder = CR-REMAINDER(CR-IDX)
                       MOVE CR-LABEL(CR-IDX) TO WS-Label
                       MOVE "Y" TO WS-Rule-Matched
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Rule-Matched NOT = "Y"
           MOVE "N" TO CKPT-COMPLETE(CKPT-MATCH-IDX)
           MOVE WS-Even-Count TO CKPT-EVEN-COUNT(CKPT-MATCH-IDX)
           MOVE WS-Odd-Count TO CKPT-ODD-COUNT(CKPT-MATCH-IDX)
           MOVE WS-Rule-Version TO CKPT-VERSION(CKPT-MATCH-IDX)
           PERFORM 0336-REWRITE-CHECKPOINT-FILE
           PERFORM 0332-CHECK-STOP-REQUEST
           ADD 1 TO WS-Rows-This-Run
           MOVE "Y" TO CKPT-COMPLETE(CKPT-MATCH-IDX)
           MOVE WS-Even-Count TO CKPT-EVEN-COUNT(CKPT-MATCH-IDX)
           MOVE WS-Odd-Count TO CKPT-ODD-COUNT(CKPT-MATCH-IDX)
           MOVE WS-Rule-Version TO CKPT-VERSION(CKPT-MATCH-IDX)
           PERFORM 0336-REWRITE-CHECKPOINT-FILE.

      *>Probe for an operator stop request (the GENSTOP control
               MOVE "N" TO CKPT-COMPLETE(CKPT-TABLE-COUNT)
               MOVE 0 TO CKPT-EVEN-COUNT(CKPT-TABLE-COUNT)
               MOVE 0 TO CKPT-ODD-COUNT(CKPT-TABLE-COUNT)
               MOVE 0 TO CKPT-VERSION(CKPT-TABLE-COUNT)
               MOVE CKPT-TABLE-COUNT TO CKPT-MATCH-IDX
           END-IF.

               MOVE CKPT-LAST-IDX(CKPT-IDX) TO WS-Conv-Text2
               MOVE CKPT-EVEN-COUNT(CKPT-IDX) TO WS-Even-Text
               MOVE CKPT-ODD-COUNT(CKPT-IDX) TO WS-Odd-Text
               MOVE CKPT-VERSION(CKPT-IDX) TO WS-Cat-Ver-Text
               MOVE SPACES TO CheckpointLine
               STRING FUNCTION TRIM(CKPT-NAME(CKPT-IDX))
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Even-Text) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Odd-Text) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Cat-Ver-Text)
                          DELIMITED BY SIZE
                   INTO CheckpointLine
               WRITE CheckpointLine
           END-PERFORM
           WRITE lineText.
           MOVE '       COPY "CLASSRULE.cpy".' TO lineText.
           WRITE lineText.
           MOVE '       COPY "AUDCHAIN.cpy".' TO lineText.
           WRITE lineText.
           MOVE " " TO lineText.
           WRITE lineText.
           MOVE "       PROCEDURE DIVISION." TO lineText.
                      ")" DELIMITED BY SIZE
                   INTO lineText
               WRITE lineText
               PERFORM 0421-WRITE-ENTRY-KIND
           END-PERFORM
           IF CR-DEFAULT-LABEL = SPACES
               MOVE "           MOVE SPACES TO CR-DEFAULT-LABEL."
           END-IF
           WRITE lineText.

      *>Emit the entry's kind byte, and for a range band its two
      *>limits and open-end flags, so the generated WHEN OTHER walk
      *>tests a band exactly the way 0310-CLASSIFY-IDX did.
       0421-WRITE-ENTRY-KIND.
           MOVE SPACES TO lineText
           STRING '           MOVE "' DELIMITED BY SIZE
                  CR-KIND(CR-IDX) DELIMITED BY SIZE
                  '" TO CR-KIND(' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO lineText
           WRITE lineText
           IF NOT CR-KIND-RANGE(CR-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE CR-LOW(CR-IDX) TO WS-Limit-Text
           MOVE SPACES TO lineText
           STRING "           MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Limit-Text) DELIMITED BY SIZE
                  " TO CR-LOW(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO lineText
           WRITE lineText
           MOVE SPACES TO lineText
           STRING '           MOVE "' DELIMITED BY SIZE
                  CR-LOW-OPEN(CR-IDX) DELIMITED BY SIZE
                  '" TO CR-LOW-OPEN(' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO lineText
           WRITE lineText
           MOVE CR-HIGH(CR-IDX) TO WS-Limit-Text
           MOVE SPACES TO lineText
           STRING "           MOVE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Limit-Text) DELIMITED BY SIZE
                  " TO CR-HIGH(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO lineText
           WRITE lineText
           MOVE SPACES TO lineText
           STRING '           MOVE "' DELIMITED BY SIZE
                  CR-HIGH-OPEN(CR-IDX) DELIMITED BY SIZE
                  '" TO CR-HIGH-OPEN(' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO lineText
           WRITE lineText.

      *>Emit a paragraph that opens the audit log EXTEND-mode if it
      *>already exists, or creates it first, the same
      *>OPEN OUTPUT/CLOSE/OPEN EXTEND idiom Generator itself uses for
       0425-WRITE-AUDIT-OPEN-PARAGRAPH.
           MOVE "       0150-OPEN-AUDIT-LOG." TO lineText.
           WRITE lineText.
           MOVE "           PERFORM 0155-FIND-CHAIN-HEAD." TO lineText.
           WRITE lineText.
           MOVE "           OPEN EXTEND AuditLog." TO lineText.
           WRITE lineText.
           MOVE '           IF WS-Audit-Status NOT = "00"'
           MOVE "                 UNTIL CR-IDX > CLASS-RULE-COUNT"
               TO lineText.
           WRITE lineText.
      *>Range bands test their inclusive limits on the signed
      *>value; modulus entries keep the divide-and-fold below.
           MOVE "                 IF CR-KIND-RANGE(CR-IDX)"
               TO lineText.
           WRITE lineText.
           MOVE "                   IF (CR-NO-LOW-LIMIT(CR-IDX)"
               TO lineText.
           WRITE lineText.
           MOVE "                         OR Num NOT < CR-LOW(CR-IDX))"
               TO lineText.
           WRITE lineText.
           MOVE "                     AND (CR-NO-HIGH-LIMIT(CR-IDX)"
               TO lineText.
           WRITE lineText.
           MOVE "                         OR Num NOT > CR-HIGH(CR-IDX))"
               TO lineText.
           WRITE lineText.
           MOVE "                     MOVE CR-LABEL(CR-IDX)"
               TO lineText.
           WRITE lineText.
           MOVE "                       TO Result-Label"
               TO lineText.
           WRITE lineText.
           MOVE '                     MOVE "Y" TO WS-Rule-Matched'
               TO lineText.
           WRITE lineText.
           MOVE "                     EXIT PERFORM" TO lineText.
           WRITE lineText.
           MOVE "                   END-IF" TO lineText.
           WRITE lineText.
           MOVE "                 ELSE" TO lineText.
           WRITE lineText.
           MOVE "                 DIVIDE Num BY CR-DIVISOR(CR-IDX)"
               TO lineText.
           WRITE lineText.
           WRITE lineText.
           MOVE "                 END-IF" TO lineText.
           WRITE lineText.
           MOVE "                 END-IF" TO lineText.
           WRITE lineText.
           MOVE "               END-PERFORM" TO lineText.
           WRITE lineText.
           MOVE '               IF WS-Rule-Matched NOT = "Y"'
           WRITE lineText
           MOVE "               INTO AuditLine" TO lineText.
           WRITE lineText.
           MOVE "           PERFORM 0610-CHAIN-AUDIT-ROW" TO lineText.
           WRITE lineText.
           MOVE "           WRITE AuditLine." TO lineText.
           WRITE lineText.
           PERFORM 0445-WRITE-AUDIT-CHAIN-PARAGRAPHS.

      *>Emit the ledger chaining Dumb does (AUDCHAIN.cpy): 0600
      *>seals each row with a check value folded onto the last
      *>row's, and 0150 first reads the ledger through for that
      *>last value, so generated programs extend the same chain.
       0445-WRITE-AUDIT-CHAIN-PARAGRAPHS.
           MOVE " " TO lineText.
           WRITE lineText.
           MOVE "       0610-CHAIN-AUDIT-ROW." TO lineText.
           WRITE lineText.
           MOVE "           COMPUTE AC-LEN = FUNCTION LENGTH("
               TO lineText.
           WRITE lineText.
           MOVE "               FUNCTION TRIM(AuditLine TRAILING))"
               TO lineText.
           WRITE lineText.
           MOVE "           PERFORM 0620-FOLD-CHECK-VALUE" TO lineText.
           WRITE lineText.
           MOVE "           COMPUTE AC-POS = AC-LEN + 1" TO lineText.
           WRITE lineText.
           MOVE '           STRING " #" DELIMITED BY SIZE' TO lineText.
           WRITE lineText.
           MOVE "                  AC-VALUE DELIMITED BY SIZE"
               TO lineText.
           WRITE lineText.
           MOVE "               INTO AuditLine WITH POINTER AC-POS"
               TO lineText.
           WRITE lineText.
           MOVE "           MOVE AC-VALUE TO AC-PREV." TO lineText.
           WRITE lineText.
           MOVE " " TO lineText.
           WRITE lineText.
           MOVE "       0620-FOLD-CHECK-VALUE." TO lineText.
           WRITE lineText.
           MOVE "           MOVE AC-PREV TO AC-VALUE" TO lineText.
           WRITE lineText.
           MOVE "           PERFORM VARYING AC-POS FROM 1 BY 1"
               TO lineText.
           WRITE lineText.
           MOVE "                   UNTIL AC-POS > AC-LEN" TO lineText.
           WRITE lineText.
           MOVE "               COMPUTE AC-WORK = AC-VALUE * 131"
               TO lineText.
           WRITE lineText.
           MOVE "                   + FUNCTION ORD(AuditLine(AC-POS:1))"
               TO lineText.
           WRITE lineText.
           MOVE "               DIVIDE AC-WORK BY AC-MODULUS"
               TO lineText.
           WRITE lineText.
           MOVE "                   GIVING AC-QUOT REMAINDER AC-VALUE"
               TO lineText.
           WRITE lineText.
           MOVE "           END-PERFORM." TO lineText.
           WRITE lineText.
           MOVE " " TO lineText.
           WRITE lineText.
           MOVE "       0155-FIND-CHAIN-HEAD." TO lineText.
           WRITE lineText.
           MOVE "           OPEN INPUT AuditLog" TO lineText.
           WRITE lineText.
           MOVE '           IF WS-Audit-Status NOT = "00"' TO lineText.
           WRITE lineText.
           MOVE "               EXIT PARAGRAPH" TO lineText.
           WRITE lineText.
           MOVE "           END-IF" TO lineText.
           WRITE lineText.
           MOVE "           MOVE 0 TO AC-PREV" TO lineText.
           WRITE lineText.
           MOVE '           MOVE "N" TO AC-EOF' TO lineText.
           WRITE lineText.
           MOVE "           PERFORM UNTIL AC-EOF-LEDGER" TO lineText.
           WRITE lineText.
           MOVE "               READ AuditLog" TO lineText.
           WRITE lineText.
           MOVE "                   AT END SET AC-EOF-LEDGER TO TRUE"
               TO lineText.
           WRITE lineText.
           MOVE "                   NOT AT END" TO lineText.
           WRITE lineText.
           MOVE "                       PERFORM 0630-PARSE-ROW-CHECK"
               TO lineText.
           WRITE lineText.
           MOVE "               END-READ" TO lineText.
           WRITE lineText.
           MOVE "           END-PERFORM" TO lineText.
           WRITE lineText.
           MOVE "           CLOSE AuditLog." TO lineText.
           WRITE lineText.
           MOVE " " TO lineText.
           WRITE lineText.
           MOVE "       0630-PARSE-ROW-CHECK." TO lineText.
           WRITE lineText.
           MOVE "           IF AuditLine = SPACES" TO lineText.
           WRITE lineText.
           MOVE "               EXIT PARAGRAPH" TO lineText.
           WRITE lineText.
           MOVE "           END-IF" TO lineText.
           WRITE lineText.
           MOVE "           MOVE 0 TO AC-PREV" TO lineText.
           WRITE lineText.
           MOVE "           COMPUTE AC-LEN = FUNCTION LENGTH("
               TO lineText.
           WRITE lineText.
           MOVE "               FUNCTION TRIM(AuditLine TRAILING))"
               TO lineText.
           WRITE lineText.
           MOVE "           IF AC-LEN < 13" TO lineText.
           WRITE lineText.
           MOVE "               EXIT PARAGRAPH" TO lineText.
           WRITE lineText.
           MOVE "           END-IF" TO lineText.
           WRITE lineText.
           MOVE '           IF AuditLine(AC-LEN - 11:2) = " #"'
               TO lineText.
           WRITE lineText.
           MOVE "               AND AuditLine(AC-LEN - 9:10) IS NUMERIC"
               TO lineText.
           WRITE lineText.
           MOVE "               MOVE AuditLine(AC-LEN - 9:10)"
               TO lineText.
           WRITE lineText.
           MOVE "                   TO AC-PREV" TO lineText.
           WRITE lineText.
           MOVE "           END-IF." TO lineText.
           WRITE lineText.

      *>Generate a flat CSV lookup file (req 006) instead of a
      *>compilable program: one "idx,label" row per value. Record
           WRITE RunHistLine
           CLOSE RunHist.

      *>A COBOL request ran to its footer, so the source on file is
      *>the module the compile step will build. Record it on the
      *>cumulative GENCAT catalog - one row per generation, the
      *>last row for a PROGRAM-ID describing the module now
      *>linked: programid,output,rule,version,bound,procdate,
      *>yyyymmddhhmmss. Version 0 means the GENRULES fallback.
       0770-WRITE-MODULE-CATALOG.
           OPEN EXTEND ModCatalog
           IF WS-Cat-Status NOT = "00"
               OPEN OUTPUT ModCatalog
               CLOSE ModCatalog
               OPEN EXTEND ModCatalog
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Cat-Stamp
           MOVE WS-Rule-Version TO WS-Cat-Ver-Text
           MOVE WS-Upper-Bound TO WS-Conv-Text
           MOVE SPACES TO ModCatalogLine
           STRING FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Program-Id))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Output-Name) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(REQ-RULE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Cat-Ver-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Proc-Date DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Cat-Stamp DELIMITED BY SIZE
               INTO ModCatalogLine
           WRITE ModCatalogLine
           CLOSE ModCatalog.

      *>Close the run with the front-end edit tallies so a deck
      *>that lost transactions to GENSUSP says so on the report
      *>operations already reads.
