           SELECT ProcDate ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProcDate-Status.
           SELECT DeptMaster ASSIGN TO "DEPTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DeptMstr-Status.
           SELECT RejSusp ASSIGN TO "REJSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RejSusp-Status.
           SELECT DeckReg ASSIGN TO "DECKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DeckReg-Status.
           SELECT DupRpt ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DupRpt-Status.
           SELECT DumbCkpt ASSIGN TO "DUMBCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ckpt-Status.
           SELECT RsltWork ASSIGN TO "RSLTWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RsltWork-Status.

       DATA DIVISION.
       FILE SECTION.
       FD RuleMaster.
       01 RuleMasterLine PIC X(80).
       FD DeptAct.
       01 DeptActLine PIC X(80).
       FD ProcDate.
       01 ProcDateLine PIC X(40).
       FD DeptMaster.
       01 DeptMasterLine PIC X(200).
       FD RejSusp.
       01 RejSuspLine PIC X(140).
       FD DeckReg.
       01 DeckRegLine PIC X(100).
       FD DupRpt.
       01 DupRptLine PIC X(132).
       FD DumbCkpt.
       01 DumbCkptLine PIC X(100).
       FD RsltWork.
       01 RsltWorkLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 Arg  PIC X(38).
       01 WS-Rule-Field-1      PIC X(10).
       01 WS-Rule-Field-2      PIC X(10).
       01 WS-Rule-Field-3      PIC X(10).
       01 WS-Rule-Field-4      PIC X(19).
       01 WS-Rule-Field-5      PIC X(19).
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
       01 RM-ROW-COUNT         PIC 9(4).
       01 RM-SCAN-IDX          PIC 9(4).
       01 WS-Mst-Field-1       PIC X(10).
       01 WS-Mst-Field-2       PIC X(8).
       01 WS-Mst-Field-3       PIC X(8).
       01 WS-Mst-Field-4       PIC X(10).
       01 WS-Mst-Field-5       PIC X(10).
       01 WS-Mst-Field-6       PIC X(19).
       01 WS-Mst-Field-7       PIC X(19).
       01 WS-Best-Version      PIC 9(4).
       01 WS-Best-Effdate      PIC X(8).
       01 WS-Run-Date          PIC X(8).
               10 DT-REJECT PIC 9(9).
       01 DEPT-TALLY-COUNT     PIC 9(2) VALUE 0.
       01 DT-MATCH-IDX         PIC 9(2).
      *>The same volume split by the rule set it ran under, for
      *>DEPTACT - chargeback prices each rule set at its own rate,
      *>and a deck may switch rule sets part way. The trailer's
      *>DEPTSUB lines stay per department.
       01 RULESET-TALLY-TABLE.
           05 RULESET-TALLY-ENTRY OCCURS 40 TIMES INDEXED BY RT-IDX.
               10 RT-DEPT    PIC X(10).
               10 RT-RULESET PIC X(10).
               10 RT-READ    PIC 9(9).
               10 RT-ACCEPT  PIC 9(9).
               10 RT-REJECT  PIC 9(9).
       01 RULESET-TALLY-COUNT  PIC 9(2) VALUE 0.
       01 RT-MATCH-IDX         PIC 9(2).
       01 WS-Tally-Ruleset     PIC X(10).

      *>--- department validation: the DeptMnt-maintained DEPTMSTR
      *>master says which DEPT codes exist, which are active, and
      *>which rule sets each may request. A deck naming an unknown
      *>or inactive department, or a rule set its department is
      *>not authorized for, anywhere in it is refused whole before
      *>a record classifies and the run ends RC 12. NONE - no DEPT
      *>header - is not checked ------------------------------------
       01 WS-DeptMstr-Status   PIC XX.
       01 WS-EOF-DeptMstr      PIC X VALUE "N".
           88 EOF-DeptMstr         VALUE "Y".
       01 WS-Dept-Check-Due    PIC X VALUE "N".
       01 WS-Dept-Rejected     PIC X VALUE "N".
       01 WS-Dept-Authorized   PIC X.
       01 WS-Dept-Master-Full  PIC X VALUE "N".
       01 DM-MATCH-IDX         PIC 9(3).
       01 WS-Rs-Sub            PIC 9(2).
       01 WS-Rs-Count          PIC 9(2).
       COPY "DEPTMSTR.cpy".

      *>--- reject recycle: DUMBRSLT is rebuilt every run, so each
      *>batch reject is also appended to the cumulative REJSUSP
      *>suspense file as an open item keyed by department, deck
      *>name, processing date and record number within the deck.
      *>A correction deck names the deck it corrects on a
      *>CORRECTS,<deck>,<yyyymmdd> header and puts an ITEM,<recno>
      *>header ahead of each corrected value; when that value
      *>classifies, a CLEAR row closes the item. RejAge ages what
      *>is still open ---------------------------------------------
       01 WS-RejSusp-Status    PIC XX.
       01 WS-Fix-Deck          PIC X(17) VALUE SPACES.
       01 WS-Fix-Date          PIC X(8) VALUE SPACES.
       01 WS-Fix-Pending       PIC X VALUE "N".
       01 WS-Fix-Item          PIC 9(9).
       01 WS-Fix-Field-1       PIC X(10).
       01 WS-Fix-Field-2       PIC X(17).
       01 WS-Fix-Field-3       PIC X(10).
       01 WS-Item-Text         PIC Z(8)9.

      *>--- duplicate deck detection: before a record classifies,
      *>the deck is read through once for its name, first
      *>department, data-record count and hash total, and every
      *>RULESET and DEPT header in it is checked. A deck whose
      *>name and hash are already on the DECKREG processed-deck
      *>registry is refused - RC 8, a line on DUPRPT, nothing
      *>classified or billed - unless an OVERRIDE,<who> control
      *>record authorizes the rerun. Every deck that runs through
      *>is registered at the end ------------------------------------
       01 WS-DeckReg-Status    PIC XX.
       01 WS-DupRpt-Status     PIC XX.
       01 WS-EOF-DeckReg       PIC X VALUE "N".
           88 EOF-DeckReg          VALUE "Y".
       01 WS-Deck-Duplicate    PIC X VALUE "N".
       01 WS-Deck-Refused      PIC X VALUE "N".
       01 WS-Override-By       PIC X(10) VALUE SPACES.
       01 WS-Scan-Deck         PIC X(17).
       01 WS-Scan-Dept         PIC X(10).
       01 WS-Scan-Count        PIC 9(9).
       01 WS-Scan-Hash         PIC 9(15).
       01 WS-Reg-Field-1       PIC X(17).
       01 WS-Reg-Field-2       PIC X(10).
       01 WS-Reg-Field-3       PIC X(10).
       01 WS-Reg-Field-4       PIC X(16).
       01 WS-Reg-Field-5       PIC X(8).
       01 WS-Prior-Dept        PIC X(10).
       01 WS-Prior-Date        PIC X(8).

      *>--- checkpoint/restart: DUMBCKPT holds the state of the
      *>batch run in flight - a RUN row (deck, hash, record count,
      *>procdate, where AUDITLOG and REJSUSP ended when the run
      *>began, I in flight / C complete), a CKPT row (DUMBIN record
      *>position, read/accept/reject counts, running hash, REJSUSP
      *>rows written), a DEPT row per department tally and an RSET
      *>row per department and rule set tally - rewritten whole
      *>every Ckpt-Interval DUMBIN records. A run that finds an I
      *>state for the same deck and procdate is a restart: DUMBRSLT
      *>is cut back to the rows written by the checkpoint, DUMBIN
      *>is read past the checkpoint position without classifying
      *>(control records still taken), the counts, hash and tallies
      *>carry on from the checkpoint's, and the ledger and suspense
      *>rows the failed attempt wrote past it are not written twice.
       01 WS-Ckpt-Status       PIC XX.
       01 WS-EOF-Ckpt          PIC X VALUE "N".
           88 EOF-Ckpt             VALUE "Y".
       01 Ckpt-Interval        PIC 9(9) VALUE 1000.
       01 WS-Ckpt-Quot         PIC 9(9).
       01 WS-Ckpt-Rem          PIC 9(9).
       01 WS-Ckpt-State        PIC X VALUE "I".
       01 WS-Deck-Pos          PIC 9(9) VALUE 0.
       01 WS-Restarting        PIC X VALUE "N".
       01 WS-Restart-Failed    PIC X VALUE "N".
       01 WS-Audit-Base        PIC 9(9) VALUE 0.
       01 WS-Susp-Base         PIC 9(9) VALUE 0.
       01 WS-Audit-Skip        PIC 9(9) VALUE 0.
       01 WS-Susp-Skip         PIC 9(9) VALUE 0.
       01 WS-Line-Count        PIC 9(9).
       01 WS-Ckpt-Field-1      PIC X(17).
       01 WS-Ckpt-Field-2      PIC X(17).
       01 WS-Ckpt-Field-3      PIC X(17).
       01 WS-Ckpt-Field-4      PIC X(17).
       01 WS-Ckpt-Field-5      PIC X(17).
       01 WS-Ckpt-Field-6      PIC X(17).
       01 WS-Ckpt-Field-7      PIC X(17).
       01 WS-Ckpt-Field-8      PIC X(17).
       01 WS-Ckpt-Num-Text     PIC X(17).
       01 WS-Ckpt-Num          PIC 9(15).
       01 WS-Ckpt-Found        PIC X VALUE "N".
       01 WS-Ckpt-Deck         PIC X(17).
       01 WS-Ckpt-Hash         PIC 9(15).
       01 WS-Ckpt-Count        PIC 9(9).
       01 WS-Ckpt-Date         PIC X(8).
       01 WS-Ckpt-Prior-State  PIC X.
       01 WS-Rst-Pos           PIC 9(9) VALUE 0.
       01 WS-Rst-Read          PIC 9(9) VALUE 0.
       01 WS-Rst-Accept        PIC 9(9) VALUE 0.
       01 WS-Rst-Reject        PIC 9(9) VALUE 0.
       01 WS-Rst-Hash          PIC 9(15) VALUE 0.
       01 WS-Rst-Susp          PIC 9(9) VALUE 0.
       01 WS-Susp-Rows         PIC 9(9) VALUE 0.
       01 WS-RsltWork-Status   PIC XX.
       01 WS-Rslt-Open         PIC X VALUE "N".
       01 WS-Rslt-Keep         PIC 9(9).

      *>--- transmission envelope: the results file opens with an
      *>HDR record (file id, creation date-time, originating deck
       01 WS-Deck-Name         PIC X(17) VALUE "DUMBIN".
       01 WS-Envelope-Written  PIC X VALUE "N".
       01 WS-Hdr-Stamp         PIC X(14).
      *>The HDR creation stamp names the run on DEPTACT, so
      *>chargeback can tell one run's rows from another's.
       01 WS-Run-Id            PIC X(14) VALUE SPACES.
       01 WS-Hash-Total        PIC 9(15) VALUE 0.
       01 WS-Hash-Rem          PIC S9(15).
       01 WS-Hash-Quot         PIC S9(38).
       01 WS-Pd-Field-2        PIC X(10).

       COPY "CLASSRULE.cpy".
       COPY "AUDCHAIN.cpy".

       PROCEDURE DIVISION.
       0100-LOAD-RULE-TABLE.
           MOVE 0 TO WS-Rule-Version
           MOVE 2 TO CLASS-RULE-COUNT
           MOVE "even" TO CR-LABEL(1)
           MOVE "M" TO CR-KIND(1)
           MOVE 2 TO CR-DIVISOR(1)
           MOVE 0 TO CR-REMAINDER(1)
           MOVE "odd" TO CR-LABEL(2)
           MOVE "M" TO CR-KIND(2)
           MOVE 2 TO CR-DIVISOR(2)
           MOVE 1 TO CR-REMAINDER(2)
           MOVE SPACES TO CR-DEFAULT-LABEL.

       0150-OPEN-AUDIT-LOG.
           PERFORM 0155-FIND-CHAIN-HEAD.
           OPEN EXTEND AuditLog.
           IF WS-Audit-Status NOT = "00"
               OPEN OUTPUT AuditLog
      *>date not after today, highest version number breaking a
      *>same-date tie - the selection Generator and Recon make in
      *>their 0301-LOAD-FROM-MASTER. HISTORY rows are audit trail
      *>only, and only approved versions compete (see 0113); an
      *>absent master, no rows for this name, or only future-dated
      *>or unapproved versions leaves WS-Master-Loaded "N" for the
      *>GENRULES fallback.
       0111-LOAD-FROM-MASTER.
           MOVE "N" TO WS-Master-Loaded
           IF RM-ROW-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 0113-APPLY-VERSION-STATUS
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
       0113-APPLY-VERSION-STATUS.
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

      *>File-to-file classification: every DUMBIN record is
      *>validated and classified, and every record leaves a
      *>machine-readable row in DUMBRSLT - value, label, A/R
      *>SYSOUT. The file travels in an interface envelope: an HDR
      *>record up front, DEPTSUB subtotals and a TOTALS trailer
      *>(read, accept, reject, hash total) at the end. Any reject
      *>ends the run RC 4 so JCL can route the results for review;
      *>a department DEPTMSTR refuses ends it RC 12, and a deck
      *>already on the DECKREG registry is refused whole, RC 8.
      *>DUMBCKPT is checkpointed as the deck goes, so a rerun after
      *>an abend picks up at the last checkpoint without doubling
      *>the ledger.
      *>Rejects and the corrections that clear them also land on
      *>REJSUSP.
       0700-BATCH-MODE.
           MOVE "N" TO WS-Display-Result
           MOVE 0 TO WS-Read-Count
           MOVE 0 TO WS-Accept-Count
           MOVE 0 TO WS-Reject-Count
           PERFORM 0740-LOAD-DEPT-MASTER
           PERFORM 0705-PRESCAN-DECK
           IF WS-Rule-Load-Failed = "N" AND WS-Dept-Rejected = "N"
               PERFORM 0707-CHECK-DECK-REGISTRY
               IF WS-Deck-Refused = "N"
                   PERFORM 0770-CHECK-RESTART
               END-IF
           END-IF
      *>A restart that did not match its checkpoint leaves the
      *>failed attempt's DUMBRSLT as it stands for the operator.
           IF WS-Rslt-Open = "N" AND WS-Restart-Failed = "N"
               OPEN OUTPUT DumbRslt
           END-IF
           OPEN EXTEND RejSusp
           IF WS-RejSusp-Status NOT = "00"
               OPEN OUTPUT RejSusp
               CLOSE RejSusp
               OPEN EXTEND RejSusp
           END-IF
      *>A refused deck - duplicate, rule set not found, department
      *>not allowed - gets the envelope and a zero trailer only;
      *>nothing is classified, audited, suspended or billed.
           IF WS-Deck-Refused = "Y" OR WS-Rule-Load-Failed = "Y"
               OR WS-Dept-Rejected = "Y" OR WS-Restart-Failed = "Y"
               MOVE WS-Scan-Deck TO WS-Deck-Name
               SET EOF-DumbIn TO TRUE
           END-IF
           PERFORM UNTIL EOF-DumbIn
               READ DumbIn INTO Arg
                   AT END SET EOF-DumbIn TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Deck-Pos
                       PERFORM 0710-BATCH-ONE-RECORD
                       PERFORM 0775-CHECKPOINT-DUE
               END-READ
           END-PERFORM
           IF WS-Restart-Failed = "N"
               PERFORM 0720-WRITE-BATCH-TOTALS
               PERFORM 0730-APPEND-DEPT-ACTIVITY
               CLOSE DumbRslt
           END-IF
           CLOSE RejSusp
           CLOSE DumbIn
           MOVE "Y" TO WS-Display-Result
           IF WS-Rule-Load-Failed = "N" AND WS-Dept-Rejected = "N"
               AND WS-Deck-Refused = "N" AND WS-Restart-Failed = "N"
               PERFORM 0760-REGISTER-DECK
           END-IF
      *>The run finished, so mark the checkpoint complete - the
      *>next deck starts fresh. A restart that did not match its
      *>checkpoint leaves it in flight for the operator, and a
      *>refused deck never took one.
           IF WS-Rule-Load-Failed = "N" AND WS-Dept-Rejected = "N"
               AND WS-Deck-Refused = "N" AND WS-Restart-Failed = "N"
               MOVE "C" TO WS-Ckpt-State
               PERFORM 0778-WRITE-CHECKPOINT
           END-IF
      *>A failed rule-set load outranks per-record rejects: the
      *>deck never classified, so RC 16 must survive the trailer;
      *>so does a restart that did not match its checkpoint.
      *>A department refusal or a duplicate deck likewise
      *>outranks record rejects.
           IF WS-Rule-Load-Failed = "Y" OR WS-Restart-Failed = "Y"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-Dept-Rejected = "Y"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-Deck-Refused = "Y"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WS-Reject-Count > 0
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE 0 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>Read the deck through once, ahead of the classifying pass,
      *>for the facts the registry keys on: deck name (DECK
      *>header), first department (DEPT header), data-record count
      *>and the hash total the TOTALS trailer will carry - the
      *>same 0200 edit and 0712 fold, so the two always agree. An
      *>OVERRIDE,<who> control record anywhere in the deck is
      *>noted. Every RULESET header is loaded and every department
      *>and rule set pairing checked against DEPTMSTR here, by the
      *>same 0715 and 0745 the real pass uses, so a refusal late in
      *>the deck stops it before its first record is classified,
      *>audited or billed. DUMBIN is then reopened for the real
      *>pass, starting from the built-in table and NONE as before,
      *>where the DECK header names the envelope.
       0705-PRESCAN-DECK.
           MOVE "NONE" TO WS-Scan-Dept
           MOVE 0 TO WS-Scan-Count
           MOVE 0 TO WS-Hash-Total
           PERFORM UNTIL EOF-DumbIn
               READ DumbIn INTO Arg
                   AT END SET EOF-DumbIn TO TRUE
                   NOT AT END PERFORM 0706-PRESCAN-ONE-RECORD
               END-READ
           END-PERFORM
           MOVE WS-Hash-Total TO WS-Scan-Hash
           MOVE 0 TO WS-Hash-Total
           MOVE WS-Deck-Name TO WS-Scan-Deck
           MOVE "DUMBIN" TO WS-Deck-Name
           MOVE "NONE" TO WS-Dept-Code
           MOVE "PARITY" TO WS-Rule-Name
           MOVE "N" TO WS-Rule-From-File
           MOVE "N" TO WS-Dept-Check-Due
           PERFORM 0100-LOAD-RULE-TABLE
           CLOSE DumbIn
           OPEN INPUT DumbIn
           MOVE "N" TO WS-EOF-DumbIn.

       0706-PRESCAN-ONE-RECORD.
           MOVE SPACES TO WS-Hdr-Key WS-Hdr-Value
           UNSTRING Arg DELIMITED BY ","
               INTO WS-Hdr-Key WS-Hdr-Value
           EVALUATE FUNCTION TRIM(FUNCTION UPPER-CASE(WS-Hdr-Key))
               WHEN "DECK"
                   PERFORM 0718-BATCH-DECK-HEADER
               WHEN "DEPT"
                   IF WS-Scan-Dept = "NONE"
                       AND WS-Hdr-Value NOT = SPACES
                       MOVE WS-Hdr-Value(1:10) TO WS-Scan-Dept
                   END-IF
                   PERFORM 0716-BATCH-DEPT-HEADER
               WHEN "OVERRIDE"
                   MOVE WS-Hdr-Value(1:10) TO WS-Override-By
               WHEN "RULESET"
                   PERFORM 0715-BATCH-RULESET-HEADER
               WHEN "CORRECTS"
               WHEN "ITEM"
                   CONTINUE
               WHEN OTHER
                   IF WS-Dept-Check-Due = "Y"
                       PERFORM 0745-CHECK-DEPT-AUTHORITY
                       IF WS-Dept-Rejected = "Y"
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   ADD 1 TO WS-Scan-Count
                   PERFORM 0200-VALIDATE-ARG
                   IF Arg-Is-Valid = "Y"
                       PERFORM 0712-ACCUMULATE-HASH
                   END-IF
           END-EVALUATE.

      *>Look the deck's name and hash up on the registry of decks
      *>already processed. A match refuses the deck unless it
      *>carries an override; either way DUPRPT gets a line, so a
      *>forced rerun is on record as well as a refusal. No
      *>registry yet means no deck has been processed.
       0707-CHECK-DECK-REGISTRY.
           MOVE "N" TO WS-Deck-Duplicate
           MOVE "N" TO WS-EOF-DeckReg
           MOVE WS-Scan-Hash TO WS-Hash-Text
           OPEN INPUT DeckReg
           IF WS-DeckReg-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-DeckReg
               READ DeckReg
                   AT END SET EOF-DeckReg TO TRUE
                   NOT AT END PERFORM 0708-CHECK-REGISTRY-ROW
               END-READ
           END-PERFORM
           CLOSE DeckReg
           IF WS-Deck-Duplicate = "Y"
               IF WS-Override-By = SPACES
                   MOVE "Y" TO WS-Deck-Refused
                   DISPLAY "Dumb: duplicate deck refused: "
                       FUNCTION TRIM(WS-Scan-Deck) " hash "
                       FUNCTION TRIM(WS-Hash-Text)
                       " first processed " WS-Prior-Date
               END-IF
               PERFORM 0765-WRITE-DUPLICATE-LINE
           END-IF.

       0708-CHECK-REGISTRY-ROW.
           IF WS-Deck-Duplicate = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Reg-Field-1 WS-Reg-Field-2
               WS-Reg-Field-3 WS-Reg-Field-4 WS-Reg-Field-5
           UNSTRING DeckRegLine DELIMITED BY ","
               INTO WS-Reg-Field-1 WS-Reg-Field-2 WS-Reg-Field-3
                   WS-Reg-Field-4 WS-Reg-Field-5
           IF FUNCTION TRIM(WS-Reg-Field-4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Reg-Field-1))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Scan-Deck))
               AND FUNCTION NUMVAL(FUNCTION TRIM(WS-Reg-Field-4))
                   = WS-Scan-Hash
               MOVE "Y" TO WS-Deck-Duplicate
               MOVE WS-Reg-Field-2 TO WS-Prior-Dept
               MOVE WS-Reg-Field-5 TO WS-Prior-Date
           END-IF.

       0710-BATCH-ONE-RECORD.
           MOVE SPACES TO WS-Hdr-Key WS-Hdr-Value
           UNSTRING Arg DELIMITED BY ","
               WHEN "DECK"
                   PERFORM 0718-BATCH-DECK-HEADER
                   EXIT PARAGRAPH
               WHEN "CORRECTS"
                   PERFORM 0713-BATCH-CORRECTS-HEADER
                   EXIT PARAGRAPH
               WHEN "ITEM"
                   PERFORM 0714-BATCH-ITEM-HEADER
                   EXIT PARAGRAPH
               WHEN "OVERRIDE"
                   EXIT PARAGRAPH
           END-EVALUATE
      *>On a restart the data records up to the checkpoint are
      *>already on DUMBRSLT, the ledger and REJSUSP and in the
      *>checkpoint's figures; only the control records among them
      *>are taken, to set the rule set, department and deck back
      *>up as they stood.
           IF WS-Restarting = "Y" AND WS-Deck-Pos NOT > WS-Rst-Pos
               MOVE "N" TO WS-Fix-Pending
               EXIT PARAGRAPH
           END-IF
           IF WS-Dept-Check-Due = "Y"
               PERFORM 0745-CHECK-DEPT-AUTHORITY
               IF WS-Dept-Rejected = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-Envelope-Written = "N"
               PERFORM 0719-WRITE-ENVELOPE-HEADER
           END-IF
           IF DT-MATCH-IDX NOT = 0
               ADD 1 TO DT-READ(DT-MATCH-IDX)
           END-IF
           PERFORM 0721-FIND-RULESET-SLOT
           IF RT-MATCH-IDX NOT = 0
               ADD 1 TO RT-READ(RT-MATCH-IDX)
           END-IF
           PERFORM 0200-VALIDATE-ARG
           IF Arg-Is-Valid = "Y"
               PERFORM 0300-CLASSIFY-NUM
      *>On a restart the failed attempt's ledger rows stand; only
      *>the records past them are audited now.
               IF WS-Audit-Skip > 0
                   SUBTRACT 1 FROM WS-Audit-Skip
               ELSE
                   PERFORM 0600-WRITE-AUDIT
               END-IF
               PERFORM 0712-ACCUMULATE-HASH
               ADD 1 TO WS-Accept-Count
               IF DT-MATCH-IDX NOT = 0
                   ADD 1 TO DT-ACCEPT(DT-MATCH-IDX)
               END-IF
               IF RT-MATCH-IDX NOT = 0
                   ADD 1 TO RT-ACCEPT(RT-MATCH-IDX)
               END-IF
               MOVE SPACES TO RsltLine
               STRING FUNCTION TRIM(Arg) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                          DELIMITED BY SIZE
                   INTO RsltLine
               WRITE RsltLine
               IF WS-Fix-Pending = "Y"
                   PERFORM 0755-WRITE-CLEAR-ITEM
               END-IF
           ELSE
               ADD 1 TO WS-Reject-Count
               IF DT-MATCH-IDX NOT = 0
                   ADD 1 TO DT-REJECT(DT-MATCH-IDX)
               END-IF
               IF RT-MATCH-IDX NOT = 0
                   ADD 1 TO RT-REJECT(RT-MATCH-IDX)
               END-IF
               IF Arg = SPACES
                   MOVE "01" TO WS-Reject-Reason
               ELSE
                          DELIMITED BY SIZE
                   INTO RsltLine
               WRITE RsltLine
               PERFORM 0750-WRITE-REJECT-ITEM
           END-IF
      *>An ITEM header covers the one data record after it; a
      *>corrected value that rejects again is simply a new open
      *>item and the original stays open.
           MOVE "N" TO WS-Fix-Pending.

      *>Fold the accepted value onto 0..10**15-1 (sign dropped)
      *>and sum modulo 10**15 - the same arithmetic RsltVfy
           DIVIDE WS-Hash-Work BY Hash-Modulus
               GIVING WS-Hash-Quot REMAINDER WS-Hash-Total.

      *>A CORRECTS,<deck>,<yyyymmdd> header says the ITEM headers
      *>that follow refer to the rejects of that deck as processed
      *>on that date - the key its REJSUSP items were written
      *>under. A control record, never counted; one without a
      *>usable date is ignored so no item can clear by mistake.
       0713-BATCH-CORRECTS-HEADER.
           MOVE SPACES TO WS-Fix-Field-1 WS-Fix-Field-2
               WS-Fix-Field-3
           UNSTRING Arg DELIMITED BY ","
               INTO WS-Fix-Field-1 WS-Fix-Field-2 WS-Fix-Field-3
           MOVE "N" TO WS-Fix-Pending
           IF WS-Fix-Field-2 = SPACES
               OR WS-Fix-Field-3(1:8) IS NOT NUMERIC
               DISPLAY "Dumb: CORRECTS header ignored, needs "
                   "CORRECTS,deck,yyyymmdd: " FUNCTION TRIM(Arg)
               MOVE SPACES TO WS-Fix-Deck WS-Fix-Date
           ELSE
               MOVE FUNCTION TRIM(WS-Fix-Field-2) TO WS-Fix-Deck
               MOVE WS-Fix-Field-3(1:8) TO WS-Fix-Date
           END-IF.

      *>An ITEM,<recno> header marks the next data record as the
      *>corrected value for record <recno> of the deck named on
      *>the CORRECTS header - the record's position among the
      *>data rows of that deck's DUMBRSLT, as REJSUSP carries it.
       0714-BATCH-ITEM-HEADER.
           MOVE "N" TO WS-Fix-Pending
           IF WS-Fix-Deck = SPACES
               DISPLAY "Dumb: ITEM header ignored, no CORRECTS "
                   "header ahead of it: " FUNCTION TRIM(Arg)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-Hdr-Value) IS NOT NUMERIC
               DISPLAY "Dumb: ITEM header ignored, record number "
                   "not numeric: " FUNCTION TRIM(Arg)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Hdr-Value))
               TO WS-Fix-Item
           MOVE "Y" TO WS-Fix-Pending.

      *>A RULESET,<name> header names the rule set for the rest of
      *>the deck. It is a control record, not a transaction, so it
      *>never counts in the read/accept/reject totals. A name that
      *>- an empty table labels every value with itself and
      *>"succeeds" (the misspelled-name trap the rules master
      *>exists to close) - so the deck stops right here and the
      *>run ends RC 16 for the scheduler. The prescan meets every
      *>RULESET header first, so the stop comes before any record
      *>of the deck has classified.
       0715-BATCH-RULESET-HEADER.
           MOVE WS-Hdr-Value(1:10) TO WS-Rule-Name
           PERFORM 0110-LOAD-NAMED-RULE-TABLE
               SET EOF-DumbIn TO TRUE
           ELSE
               MOVE "Y" TO WS-Rule-From-File
               MOVE "Y" TO WS-Dept-Check-Due
           END-IF.

      *>A DECK,<name> header names the originating deck for the
       0719-WRITE-ENVELOPE-HEADER.
           MOVE "Y" TO WS-Envelope-Written
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Hdr-Stamp
           MOVE WS-Hdr-Stamp TO WS-Run-Id
           MOVE SPACES TO RsltLine
           STRING "HDR,DUMBRSLT," DELIMITED BY SIZE
                  WS-Hdr-Stamp DELIMITED BY SIZE

      *>DUMBRSLT is rebuilt every run, so the chargeback period's
      *>activity lives on the cumulative DEPTACT file instead: one
      *>rundate,dept,read,accept,reject,ruleset,runid row per
      *>department and rule set per batch run - the run id is the
      *>envelope's HDR stamp, the same on every row of the run -
      *>appended with the same create-then-extend idiom the audit
      *>log uses.
       0730-APPEND-DEPT-ACTIVITY.
           IF RULESET-TALLY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND DeptAct
               OPEN EXTEND DeptAct
           END-IF
           MOVE WS-Proc-Date TO WS-Run-Date
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RULESET-TALLY-COUNT
               MOVE RT-READ(RT-IDX) TO WS-Count-Text
               MOVE RT-ACCEPT(RT-IDX) TO WS-Count-Text2
               MOVE RT-REJECT(RT-IDX) TO WS-Count-Text3
               MOVE SPACES TO DeptActLine
               STRING WS-Run-Date DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(RT-DEPT(RT-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Count-Text)
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Count-Text3)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(RT-RULESET(RT-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-Run-Id DELIMITED BY SIZE
                   INTO DeptActLine
               WRITE DeptActLine
           END-PERFORM
           CLOSE DeptAct.

      *>Open suspense item for the reject just written to DUMBRSLT:
      *>REJECT,dept,deck,procdate,recno,reason,rule,value - the
      *>value last, as received, since a rejected value may itself
      *>hold commas.
       0750-WRITE-REJECT-ITEM.
           ADD 1 TO WS-Susp-Rows
           IF WS-Susp-Skip > 0
               SUBTRACT 1 FROM WS-Susp-Skip
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Read-Count TO WS-Item-Text
           MOVE SPACES TO RejSuspLine
           STRING "REJECT," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Dept-Code) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Deck-Name) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Proc-Date DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Item-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Reject-Reason DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Rule-Name) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(Arg) DELIMITED BY SIZE
               INTO RejSuspLine
           WRITE RejSuspLine.

      *>The corrected value classified, so close the item the ITEM
      *>header named: CLEAR,dept,deck,procdate,recno (the original
      *>item's key, under the department now sending) then the
      *>clearing run's processing date and deck, the rule set and
      *>the corrected value.
       0755-WRITE-CLEAR-ITEM.
           ADD 1 TO WS-Susp-Rows
           IF WS-Susp-Skip > 0
               SUBTRACT 1 FROM WS-Susp-Skip
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Fix-Item TO WS-Item-Text
           MOVE SPACES TO RejSuspLine
           STRING "CLEAR," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Dept-Code) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fix-Deck) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Fix-Date DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Item-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Proc-Date DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Deck-Name) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Rule-Name) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(Arg) DELIMITED BY SIZE
               INTO RejSuspLine
           WRITE RejSuspLine.

      *>The deck ran through (rejects and all), so register it:
      *>deck,dept,records,hash,procdate,override-by,stamp -
      *>appended with the create-then-extend idiom. A deck
      *>refused for its rule set or department had nothing
      *>classified and is not registered, so its corrected resend
      *>is not mistaken for a duplicate.
       0760-REGISTER-DECK.
           OPEN EXTEND DeckReg
           IF WS-DeckReg-Status NOT = "00"
               OPEN OUTPUT DeckReg
               CLOSE DeckReg
               OPEN EXTEND DeckReg
           END-IF
           MOVE WS-Scan-Count TO WS-Count-Text
           MOVE WS-Scan-Hash TO WS-Hash-Text
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Hdr-Stamp
           MOVE SPACES TO DeckRegLine
           STRING FUNCTION TRIM(WS-Scan-Deck) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Scan-Dept) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Count-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Hash-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Proc-Date DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Override-By) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Hdr-Stamp DELIMITED BY SIZE
               INTO DeckRegLine
           WRITE DeckRegLine
           CLOSE DeckReg.

      *>One DUPRPT line per duplicate seen, refused or overridden,
      *>appended so the night's refusals accumulate in one place.
       0765-WRITE-DUPLICATE-LINE.
           OPEN EXTEND DupRpt
           IF WS-DupRpt-Status NOT = "00"
               OPEN OUTPUT DupRpt
               CLOSE DupRpt
               OPEN EXTEND DupRpt
           END-IF
           MOVE WS-Scan-Count TO WS-Count-Text
           MOVE SPACES TO DupRptLine
           STRING WS-Proc-Date DELIMITED BY SIZE
                  " deck " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Scan-Deck) DELIMITED BY SIZE
                  " dept " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Scan-Dept) DELIMITED BY SIZE
                  " records " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Count-Text) DELIMITED BY SIZE
                  " hash " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Hash-Text) DELIMITED BY SIZE
                  " already processed " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Prior-Date) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Prior-Dept) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
               INTO DupRptLine
           IF WS-Deck-Refused = "Y"
               STRING FUNCTION TRIM(DupRptLine) DELIMITED BY SIZE
                      " REFUSED" DELIMITED BY SIZE
                   INTO DupRptLine
           ELSE
               STRING FUNCTION TRIM(DupRptLine) DELIMITED BY SIZE
                      " RERUN BY OVERRIDE OF " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Override-By) DELIMITED BY SIZE
                   INTO DupRptLine
           END-IF
           WRITE DupRptLine
           CLOSE DupRpt.

      *>Fresh run or restart? An in-flight (I) checkpoint for this
      *>very deck - same name, hash, record count and procdate -
      *>means the last attempt abended: count what it already put
      *>on AUDITLOG and REJSUSP past the points recorded when it
      *>began, and pick the run up from the checkpoint. Anything
      *>else starts fresh, recording where both files end now.
       0770-CHECK-RESTART.
           PERFORM 0771-READ-CHECKPOINT
           IF WS-Ckpt-Found = "Y" AND WS-Ckpt-Prior-State = "I"
               AND WS-Ckpt-Deck = WS-Scan-Deck
               AND WS-Ckpt-Hash = WS-Scan-Hash
               AND WS-Ckpt-Count = WS-Scan-Count
               AND WS-Ckpt-Date = WS-Proc-Date
               MOVE "Y" TO WS-Restarting
           ELSE
               MOVE 0 TO WS-Rst-Pos
               MOVE 0 TO DEPT-TALLY-COUNT
               MOVE 0 TO RULESET-TALLY-COUNT
           END-IF
           PERFORM 0773-COUNT-PRIOR-OUTPUT
           IF WS-Restarting = "Y"
               PERFORM 0777-RESUME-FROM-CHECKPOINT
           ELSE
               PERFORM 0778-WRITE-CHECKPOINT
           END-IF.

      *>The file is read through rather than trusted to hold one
      *>state: a RUN row starts a state, a CKPT row starts its
      *>tally rows, and the last of each stands. DEPT and RSET
      *>rows go straight into the run's tallies; a fresh run
      *>clears them again.
       0771-READ-CHECKPOINT.
           MOVE "N" TO WS-Ckpt-Found
           MOVE "N" TO WS-EOF-Ckpt
           OPEN INPUT DumbCkpt
           IF WS-Ckpt-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-Ckpt
               READ DumbCkpt
                   AT END SET EOF-Ckpt TO TRUE
                   NOT AT END PERFORM 0772-COLLECT-CKPT-ROW
               END-READ
           END-PERFORM
           CLOSE DumbCkpt.

       0772-COLLECT-CKPT-ROW.
           MOVE SPACES TO WS-Ckpt-Field-1 WS-Ckpt-Field-2
               WS-Ckpt-Field-3 WS-Ckpt-Field-4 WS-Ckpt-Field-5
               WS-Ckpt-Field-6 WS-Ckpt-Field-7 WS-Ckpt-Field-8
           UNSTRING DumbCkptLine DELIMITED BY ","
               INTO WS-Ckpt-Field-1 WS-Ckpt-Field-2 WS-Ckpt-Field-3
                   WS-Ckpt-Field-4 WS-Ckpt-Field-5 WS-Ckpt-Field-6
                   WS-Ckpt-Field-7 WS-Ckpt-Field-8
           EVALUATE FUNCTION TRIM(WS-Ckpt-Field-1)
               WHEN "RUN"
                   MOVE "Y" TO WS-Ckpt-Found
                   MOVE WS-Ckpt-Field-2 TO WS-Ckpt-Deck
                   MOVE WS-Ckpt-Field-3 TO WS-Ckpt-Num-Text
                   PERFORM 0774-CKPT-FIELD-VALUE
                   MOVE WS-Ckpt-Num TO WS-Ckpt-Hash
                   MOVE WS-Ckpt-Field-4 TO WS-Ckpt-Num-Text
                   PERFORM 0774-CKPT-FIELD-VALUE
                   MOVE WS-Ckpt-Num TO WS-Ckpt-Count
                   MOVE WS-Ckpt-Field-5(1:8) TO WS-Ckpt-Date
                   MOVE WS-Ckpt-Field-6 TO WS-Ckpt-Num-Text
                   PERFORM 0774-CKPT-FIELD-VALUE
                   MOVE WS-Ckpt-Num TO WS-Audit-Base
                   MOVE WS-Ckpt-Field-7 TO WS-Ckpt-Num-Text
                   PERFORM 0774-CKPT-FIELD-VALUE
                   MOVE WS-Ckpt-Num TO WS-Susp-Base
                   MOVE WS-Ckpt-Field-8(1:1) TO WS-Ckpt-Prior-State
                   MOVE 0 TO WS-Rst-Pos WS-Rst-Read WS-Rst-Accept
                       WS-Rst-Reject WS-Rst-Hash WS-Rst-Susp
                   MOVE 0 TO DEPT-TALLY-COUNT
                   MOVE 0 TO RULESET-TALLY-COUNT
               WHEN "CKPT"
                   MOVE WS-Ckpt-Field-2 TO WS-Ckpt-Num-Text
                   PERFORM 0774-CKPT-FIELD-VALUE
                   MOVE WS-Ckpt-Num TO WS-Rst-Pos
                   MOVE WS-Ckpt-Field-3 TO WS-Ckpt-Num-Text
                   PERFORM 0774-CKPT-FIELD-VALUE
                   MOVE WS-Ckpt-Num TO WS-Rst-Read
                   MOVE WS-Ckpt-Field-4 TO WS-Ckpt-Num-Text
                   PERFORM 0774-CKPT-FIELD-VALUE
                   MOVE WS-Ckpt-Num TO WS-Rst-Accept
                   MOVE WS-Ckpt-Field-5 TO WS-Ckpt-Num-Text
                   PERFORM 0774-CKPT-FIELD-VALUE
                   MOVE WS-Ckpt-Num TO WS-Rst-Reject
                   MOVE WS-Ckpt-Field-6 TO WS-Ckpt-Num-Text
                   PERFORM 0774-CKPT-FIELD-VALUE
                   MOVE WS-Ckpt-Num TO WS-Rst-Hash
                   MOVE WS-Ckpt-Field-7 TO WS-Ckpt-Num-Text
                   PERFORM 0774-CKPT-FIELD-VALUE
                   MOVE WS-Ckpt-Num TO WS-Rst-Susp
                   MOVE 0 TO DEPT-TALLY-COUNT
                   MOVE 0 TO RULESET-TALLY-COUNT
               WHEN "DEPT"
                   IF DEPT-TALLY-COUNT < 20
                       ADD 1 TO DEPT-TALLY-COUNT
                       SET DT-IDX TO DEPT-TALLY-COUNT
                       MOVE WS-Ckpt-Field-2(1:10) TO DT-DEPT(DT-IDX)
                       MOVE WS-Ckpt-Field-3 TO WS-Ckpt-Num-Text
                       PERFORM 0774-CKPT-FIELD-VALUE
                       MOVE WS-Ckpt-Num TO DT-READ(DT-IDX)
                       MOVE WS-Ckpt-Field-4 TO WS-Ckpt-Num-Text
                       PERFORM 0774-CKPT-FIELD-VALUE
                       MOVE WS-Ckpt-Num TO DT-ACCEPT(DT-IDX)
                       MOVE WS-Ckpt-Field-5 TO WS-Ckpt-Num-Text
                       PERFORM 0774-CKPT-FIELD-VALUE
                       MOVE WS-Ckpt-Num TO DT-REJECT(DT-IDX)
                   END-IF
               WHEN "RSET"
                   IF RULESET-TALLY-COUNT < 40
                       ADD 1 TO RULESET-TALLY-COUNT
                       SET RT-IDX TO RULESET-TALLY-COUNT
                       MOVE WS-Ckpt-Field-2(1:10) TO RT-DEPT(RT-IDX)
                       MOVE WS-Ckpt-Field-3(1:10) TO RT-RULESET(RT-IDX)
                       MOVE WS-Ckpt-Field-4 TO WS-Ckpt-Num-Text
                       PERFORM 0774-CKPT-FIELD-VALUE
                       MOVE WS-Ckpt-Num TO RT-READ(RT-IDX)
                       MOVE WS-Ckpt-Field-5 TO WS-Ckpt-Num-Text
                       PERFORM 0774-CKPT-FIELD-VALUE
                       MOVE WS-Ckpt-Num TO RT-ACCEPT(RT-IDX)
                       MOVE WS-Ckpt-Field-6 TO WS-Ckpt-Num-Text
                       PERFORM 0774-CKPT-FIELD-VALUE
                       MOVE WS-Ckpt-Num TO RT-REJECT(RT-IDX)
                   END-IF
           END-EVALUATE.

      *>AUDITLOG is open for extend by now; read it through once
      *>and reopen it. A fresh run only needs where the ledger and
      *>the suspense file end. A restart counts what the failed
      *>attempt added past those points - its Dumb batch-mode
      *>ledger rows (other writers share the ledger) and every
      *>suspense row (Dumb is REJSUSP's only writer); 0777 passes
      *>over the part of that written after the checkpoint.
       0773-COUNT-PRIOR-OUTPUT.
           MOVE 0 TO WS-Audit-Skip
           MOVE 0 TO WS-Susp-Skip
           MOVE 0 TO WS-Line-Count
           CLOSE AuditLog
           OPEN INPUT AuditLog
           IF WS-Audit-Status = "00"
               MOVE "N" TO WS-EOF-Ckpt
               PERFORM UNTIL EOF-Ckpt
                   READ AuditLog
                       AT END SET EOF-Ckpt TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Line-Count
                           IF WS-Restarting = "Y"
                               AND WS-Line-Count > WS-Audit-Base
                               PERFORM 0776-TALLY-PRIOR-AUDIT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AuditLog
           END-IF
           PERFORM 0150-OPEN-AUDIT-LOG
           IF WS-Restarting = "N"
               MOVE WS-Line-Count TO WS-Audit-Base
           END-IF
           MOVE 0 TO WS-Line-Count
           OPEN INPUT RejSusp
           IF WS-RejSusp-Status = "00"
               MOVE "N" TO WS-EOF-Ckpt
               PERFORM UNTIL EOF-Ckpt
                   READ RejSusp
                       AT END SET EOF-Ckpt TO TRUE
                       NOT AT END ADD 1 TO WS-Line-Count
                   END-READ
               END-PERFORM
               CLOSE RejSusp
           END-IF
           IF WS-Restarting = "N"
               MOVE WS-Line-Count TO WS-Susp-Base
           ELSE
               IF WS-Line-Count > WS-Susp-Base
                   COMPUTE WS-Susp-Skip = WS-Line-Count - WS-Susp-Base
               END-IF
           END-IF.

      *>A checkpoint number field, or 0 when it is not numeric.
       0774-CKPT-FIELD-VALUE.
           MOVE 0 TO WS-Ckpt-Num
           IF WS-Ckpt-Num-Text NOT = SPACES
               AND FUNCTION TRIM(WS-Ckpt-Num-Text) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Ckpt-Num-Text))
                   TO WS-Ckpt-Num
           END-IF.

      *>After each DUMBIN record the state is saved every
      *>Ckpt-Interval records; a restart takes none up to the
      *>checkpoint it resumed from.
       0775-CHECKPOINT-DUE.
           IF WS-Restarting = "Y" AND WS-Deck-Pos NOT > WS-Rst-Pos
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-Deck-Pos BY Ckpt-Interval
               GIVING WS-Ckpt-Quot REMAINDER WS-Ckpt-Rem
           IF WS-Ckpt-Rem = 0
               PERFORM 0778-WRITE-CHECKPOINT
           END-IF.

       0776-TALLY-PRIOR-AUDIT-ROW.
           MOVE SPACES TO WS-Ckpt-Field-1 WS-Ckpt-Field-2
               WS-Ckpt-Field-3 WS-Ckpt-Field-4 WS-Ckpt-Field-5
           UNSTRING AuditLine DELIMITED BY ALL " "
               INTO WS-Ckpt-Field-1 WS-Ckpt-Field-2 WS-Ckpt-Field-3
                   WS-Ckpt-Field-4 WS-Ckpt-Field-5
           IF WS-Ckpt-Field-4 = "Dumb" AND WS-Ckpt-Field-5 = "B"
               ADD 1 TO WS-Audit-Skip
           END-IF.

      *>Pick the run up at the checkpoint. Its ledger rows are one
      *>per accepted record and its suspense rows are counted, so
      *>the failed attempt's rows past those are the ones still to
      *>pass over; the counts, hash and suspense count carry on
      *>from the checkpoint's (0771 has loaded the tallies), and
      *>DUMBRSLT is cut back to the rows written by then. Fewer
      *>ledger, suspense or DUMBRSLT rows than the checkpoint
      *>accounts for means the files have moved under the restart
      *>and its output cannot be trusted - stop, RC 16.
       0777-RESUME-FROM-CHECKPOINT.
           IF WS-Audit-Skip < WS-Rst-Accept
               OR WS-Susp-Skip < WS-Rst-Susp
               MOVE "Y" TO WS-Restart-Failed
           ELSE
               SUBTRACT WS-Rst-Accept FROM WS-Audit-Skip
               SUBTRACT WS-Rst-Susp FROM WS-Susp-Skip
               PERFORM 0779-CUT-BACK-RESULTS
           END-IF
           MOVE WS-Rst-Pos TO WS-Item-Text
           IF WS-Restart-Failed = "Y"
               DISPLAY "Dumb: restart does not match the checkpoint "
                   "at record " FUNCTION TRIM(WS-Item-Text)
                   " - deck stopped"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Rst-Read TO WS-Read-Count
           MOVE WS-Rst-Accept TO WS-Accept-Count
           MOVE WS-Rst-Reject TO WS-Reject-Count
           MOVE WS-Rst-Hash TO WS-Hash-Total
           MOVE WS-Rst-Susp TO WS-Susp-Rows
           MOVE WS-Audit-Skip TO WS-Count-Text
           MOVE WS-Susp-Skip TO WS-Count-Text2
           DISPLAY "Dumb: restarting deck "
               FUNCTION TRIM(WS-Scan-Deck)
               " from the checkpoint at record "
               FUNCTION TRIM(WS-Item-Text) ", "
               FUNCTION TRIM(WS-Count-Text) " ledger and "
               FUNCTION TRIM(WS-Count-Text2)
               " suspense rows already written past it".

      *>Keep the envelope header and one row per record read by
      *>the checkpoint - the failed attempt's rows after that are
      *>dropped - by copying them out to RSLTWORK and back. The
      *>kept HDR row gives back the run id. DUMBRSLT is left open
      *>for the rest of the deck.
       0779-CUT-BACK-RESULTS.
           IF WS-Rst-Read = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Rslt-Keep = WS-Rst-Read + 1
           OPEN INPUT DumbRslt
           IF WS-Rslt-Status NOT = "00"
               MOVE "Y" TO WS-Restart-Failed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RsltWork
           MOVE 0 TO WS-Line-Count
           MOVE "N" TO WS-EOF-Ckpt
           PERFORM UNTIL EOF-Ckpt OR WS-Line-Count = WS-Rslt-Keep
               READ DumbRslt
                   AT END SET EOF-Ckpt TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Line-Count
                       IF WS-Line-Count = 1
                           MOVE SPACES TO WS-Ckpt-Field-1
                               WS-Ckpt-Field-2 WS-Ckpt-Field-3
                           UNSTRING RsltLine DELIMITED BY ","
                               INTO WS-Ckpt-Field-1 WS-Ckpt-Field-2
                                   WS-Ckpt-Field-3
                           MOVE WS-Ckpt-Field-3(1:14) TO WS-Run-Id
                       END-IF
                       WRITE RsltWorkLine FROM RsltLine
               END-READ
           END-PERFORM
           CLOSE DumbRslt
           CLOSE RsltWork
           IF WS-Line-Count < WS-Rslt-Keep
               OR FUNCTION TRIM(WS-Ckpt-Field-1) NOT = "HDR"
               MOVE "Y" TO WS-Restart-Failed
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RsltWork
           OPEN OUTPUT DumbRslt
           MOVE "N" TO WS-EOF-Ckpt
           PERFORM UNTIL EOF-Ckpt
               READ RsltWork
                   AT END SET EOF-Ckpt TO TRUE
                   NOT AT END WRITE RsltLine FROM RsltWorkLine
               END-READ
           END-PERFORM
           CLOSE RsltWork
           MOVE "Y" TO WS-Rslt-Open
           MOVE "Y" TO WS-Envelope-Written.

      *>Rewrite DUMBCKPT whole with the state as of now.
       0778-WRITE-CHECKPOINT.
           OPEN OUTPUT DumbCkpt
           MOVE WS-Scan-Hash TO WS-Hash-Text
           MOVE WS-Scan-Count TO WS-Count-Text
           MOVE WS-Audit-Base TO WS-Count-Text2
           MOVE WS-Susp-Base TO WS-Count-Text3
           MOVE SPACES TO DumbCkptLine
           STRING "RUN," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Scan-Deck) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Hash-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Count-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Proc-Date DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Count-Text2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Count-Text3) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Ckpt-State DELIMITED BY SIZE
               INTO DumbCkptLine
           WRITE DumbCkptLine
           MOVE WS-Deck-Pos TO WS-Item-Text
           MOVE WS-Read-Count TO WS-Count-Text
           MOVE WS-Accept-Count TO WS-Count-Text2
           MOVE WS-Reject-Count TO WS-Count-Text3
           MOVE WS-Hash-Total TO WS-Hash-Text
           MOVE WS-Susp-Rows TO WS-Num-Edit
           MOVE SPACES TO DumbCkptLine
           STRING "CKPT," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Item-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Count-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Count-Text2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Count-Text3) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Hash-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Num-Edit) DELIMITED BY SIZE
               INTO DumbCkptLine
           WRITE DumbCkptLine
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > DEPT-TALLY-COUNT
               MOVE DT-READ(DT-IDX) TO WS-Count-Text
               MOVE DT-ACCEPT(DT-IDX) TO WS-Count-Text2
               MOVE DT-REJECT(DT-IDX) TO WS-Count-Text3
               MOVE SPACES TO DumbCkptLine
               STRING "DEPT," DELIMITED BY SIZE
                      FUNCTION TRIM(DT-DEPT(DT-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Count-Text)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Count-Text2)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Count-Text3)
                          DELIMITED BY SIZE
                   INTO DumbCkptLine
               WRITE DumbCkptLine
           END-PERFORM
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RULESET-TALLY-COUNT
               MOVE RT-READ(RT-IDX) TO WS-Count-Text
               MOVE RT-ACCEPT(RT-IDX) TO WS-Count-Text2
               MOVE RT-REJECT(RT-IDX) TO WS-Count-Text3
               MOVE SPACES TO DumbCkptLine
               STRING "RSET," DELIMITED BY SIZE
                      FUNCTION TRIM(RT-DEPT(RT-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(RT-RULESET(RT-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Count-Text)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Count-Text2)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Count-Text3)
                          DELIMITED BY SIZE
                   INTO DumbCkptLine
               WRITE DumbCkptLine
           END-PERFORM
           CLOSE DumbCkpt.

      *>Load DEPTMSTR as last maintained - a later row for a code
      *>replaces the earlier one, the same load DeptMnt and
      *>ChgBack do. An absent master leaves the table empty, so
      *>every DEPT header is refused rather than billed blind.
       0740-LOAD-DEPT-MASTER.
           MOVE 0 TO DEPT-MASTER-COUNT
           MOVE "N" TO WS-EOF-DeptMstr
           OPEN INPUT DeptMaster
           IF WS-DeptMstr-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-DeptMstr
               READ DeptMaster
                   AT END SET EOF-DeptMstr TO TRUE
                   NOT AT END PERFORM 0741-COLLECT-DEPT-ROW
               END-READ
           END-PERFORM
           CLOSE DeptMaster
           IF WS-Dept-Master-Full = "Y"
               DISPLAY "Dumb: DEPTMSTR holds over 100 departments, "
                   "later departments will be refused"
           END-IF.

       0741-COLLECT-DEPT-ROW.
           IF DeptMasterLine = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DEPT-MASTER-ROW
           UNSTRING DeptMasterLine DELIMITED BY ","
               INTO DMR-CODE DMR-NAME DMR-COST-CENTER DMR-STATUS
                   DMR-RULESETS DMR-MAINT-BY DMR-MAINT-DATE
           IF DMR-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DM-MATCH-IDX
           PERFORM VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > DEPT-MASTER-COUNT
               IF DM-CODE(DM-IDX) = FUNCTION UPPER-CASE
                       (FUNCTION TRIM(DMR-CODE))
                   MOVE DM-IDX TO DM-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DM-MATCH-IDX = 0
               IF DEPT-MASTER-COUNT = 100
                   MOVE "Y" TO WS-Dept-Master-Full
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DEPT-MASTER-COUNT
               MOVE DEPT-MASTER-COUNT TO DM-MATCH-IDX
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DMR-CODE))
               TO DM-CODE(DM-MATCH-IDX)
           MOVE DMR-NAME TO DM-NAME(DM-MATCH-IDX)
           MOVE DMR-COST-CENTER TO DM-COST-CENTER(DM-MATCH-IDX)
           MOVE FUNCTION UPPER-CASE(DMR-STATUS(1:1))
               TO DM-STATUS(DM-MATCH-IDX)
           MOVE SPACES TO DMR-RULESET(1) DMR-RULESET(2)
               DMR-RULESET(3) DMR-RULESET(4) DMR-RULESET(5)
               DMR-RULESET(6) DMR-RULESET(7) DMR-RULESET(8)
               DMR-RULESET(9) DMR-RULESET(10)
           UNSTRING DMR-RULESETS DELIMITED BY "/"
               INTO DMR-RULESET(1) DMR-RULESET(2) DMR-RULESET(3)
                   DMR-RULESET(4) DMR-RULESET(5) DMR-RULESET(6)
                   DMR-RULESET(7) DMR-RULESET(8) DMR-RULESET(9)
                   DMR-RULESET(10)
           MOVE 0 TO WS-Rs-Count
           PERFORM VARYING WS-Rs-Sub FROM 1 BY 1
                   UNTIL WS-Rs-Sub > 10
               IF DMR-RULESET(WS-Rs-Sub) NOT = SPACES
                   ADD 1 TO WS-Rs-Count
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                           (DMR-RULESET(WS-Rs-Sub)))
                       TO DM-RULESET(DM-MATCH-IDX, WS-Rs-Count)
               END-IF
           END-PERFORM
           MOVE WS-Rs-Count TO DM-RULESET-COUNT(DM-MATCH-IDX).

      *>Due after a DEPT or RULESET header: the department must be
      *>on DEPTMSTR, active, and authorized for the rule set now
      *>loaded (PARITY when the deck names none). The prescan runs
      *>it for every pairing in the deck, so a refusal is a
      *>deck-level stop like a failed RULESET load - nothing of
      *>the deck classifies - and the run ends RC 12.
       0745-CHECK-DEPT-AUTHORITY.
           MOVE "N" TO WS-Dept-Check-Due
           IF WS-Dept-Code = "NONE"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DM-MATCH-IDX
           PERFORM VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > DEPT-MASTER-COUNT
               IF DM-CODE(DM-IDX) = FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-Dept-Code))
                   MOVE DM-IDX TO DM-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DM-MATCH-IDX = 0
               DISPLAY "Dumb: department not on DEPTMSTR: "
                   FUNCTION TRIM(WS-Dept-Code)
               MOVE "Y" TO WS-Dept-Rejected
               SET EOF-DumbIn TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF NOT DM-ACTIVE(DM-MATCH-IDX)
               DISPLAY "Dumb: department inactive on DEPTMSTR: "
                   FUNCTION TRIM(WS-Dept-Code)
               MOVE "Y" TO WS-Dept-Rejected
               SET EOF-DumbIn TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-Dept-Authorized
           PERFORM VARYING WS-Rs-Sub FROM 1 BY 1
                   UNTIL WS-Rs-Sub > DM-RULESET-COUNT(DM-MATCH-IDX)
               IF DM-RULESET(DM-MATCH-IDX, WS-Rs-Sub)
                       = FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-Rule-Name))
                   MOVE "Y" TO WS-Dept-Authorized
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-Dept-Authorized = "N"
               DISPLAY "Dumb: department "
                   FUNCTION TRIM(WS-Dept-Code)
                   " not authorized for rule set "
                   FUNCTION TRIM(WS-Rule-Name)
               MOVE "Y" TO WS-Dept-Rejected
               SET EOF-DumbIn TO TRUE
           END-IF.

      *>A DEPT,<code> header stamps every following record with
      *>that department. Like RULESET it is a control record, not
      *>a transaction; a header with a blank code falls back to
      *>NONE rather than billing work to an empty department.
      *>The code is checked against DEPTMSTR at the next data
      *>record, once any RULESET header has been seen too - in
      *>the prescan, before the deck classifies.
       0716-BATCH-DEPT-HEADER.
           IF WS-Hdr-Value = SPACES
               MOVE "NONE" TO WS-Dept-Code
           ELSE
               MOVE WS-Hdr-Value(1:10) TO WS-Dept-Code
           END-IF
           MOVE "Y" TO WS-Dept-Check-Due.

      *>Find (or add) the current department's slot in the per-run
      *>tally - the same find-or-add walk the checkpoint table and
               END-IF
           END-IF.

      *>Find (or add) the current department and rule set's slot
      *>in the DEPTACT tally, the same walk as 0717. Rule set
      *>names are kept upper case so a deck's RULESET header
      *>spelling does not split one rate into two rows.
       0721-FIND-RULESET-SLOT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Rule-Name))
               TO WS-Tally-Ruleset
           MOVE 0 TO RT-MATCH-IDX
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RULESET-TALLY-COUNT
               IF RT-DEPT(RT-IDX) = WS-Dept-Code
                   AND RT-RULESET(RT-IDX) = WS-Tally-Ruleset
                   MOVE RT-IDX TO RT-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RT-MATCH-IDX = 0
               IF RULESET-TALLY-COUNT < 40
                   ADD 1 TO RULESET-TALLY-COUNT
                   SET RT-IDX TO RULESET-TALLY-COUNT
                   MOVE WS-Dept-Code TO RT-DEPT(RT-IDX)
                   MOVE WS-Tally-Ruleset TO RT-RULESET(RT-IDX)
                   MOVE 0 TO RT-READ(RT-IDX)
                   MOVE 0 TO RT-ACCEPT(RT-IDX)
                   MOVE 0 TO RT-REJECT(RT-IDX)
                   MOVE RULESET-TALLY-COUNT TO RT-MATCH-IDX
               ELSE
                   DISPLAY "Dumb: over 40 department/rule set pairs "
                       "in deck, DEPTACT incomplete for "
                       FUNCTION TRIM(WS-Dept-Code) " "
                       FUNCTION TRIM(WS-Tally-Ruleset)
               END-IF
           END-IF.

      *>Trailer block: one DEPTSUB,<dept>,<read>,<accept>,<reject>
      *>subtotal line per department seen, then the TOTALS line
      *>the downstream feed has always keyed on, last as before.
           MOVE "N" TO WS-Rule-Matched
           PERFORM VARYING CR-IDX FROM 1 BY 1
             UNTIL CR-IDX > CLASS-RULE-COUNT
      *>A range band matches on its inclusive limits, sign and
      *>all, so -5 lands in NEGATIVE and 0 in ZERO.
             IF CR-KIND-RANGE(CR-IDX)
               IF (CR-NO-LOW-LIMIT(CR-IDX)
                     OR Num NOT < CR-LOW(CR-IDX))
                 AND (CR-NO-HIGH-LIMIT(CR-IDX)
                     OR Num NOT > CR-HIGH(CR-IDX))
                 MOVE CR-LABEL(CR-IDX)
                   TO Result-Label
                 MOVE "Y" TO WS-Rule-Matched
                 EXIT PERFORM
               END-IF
             ELSE
               DIVIDE Num BY CR-DIVISOR(CR-IDX)
                 GIVING Num-Quotient
                 REMAINDER Num-Remainder
      *>A negative Num leaves a negative remainder; fold it
      *>onto 0..divisor-1 so -7 still matches the odd rule.
               IF Num-Remainder < 0
                 ADD CR-DIVISOR(CR-IDX)
                   TO Num-Remainder
               END-IF
               IF Num-Remainder =
                   CR-REMAINDER(CR-IDX)
                 MOVE CR-LABEL(CR-IDX)
                   TO Result-Label
                 MOVE "Y" TO WS-Rule-Matched
                 EXIT PERFORM
               END-IF
             END-IF
           END-PERFORM
           IF WS-Rule-Matched NOT = "Y"
                  " " DELIMITED BY SIZE
                  WS-Proc-Date DELIMITED BY SIZE
               INTO AuditLine
           PERFORM 0610-CHAIN-AUDIT-ROW
           WRITE AuditLine.

      *>Seal the row: fold its text onto the previous row's check
      *>value (AUDCHAIN.cpy) and append the result, which becomes
      *>the value the next row links from.
       0610-CHAIN-AUDIT-ROW.
           COMPUTE AC-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(AuditLine TRAILING))
           PERFORM 0620-FOLD-CHECK-VALUE
           COMPUTE AC-POS = AC-LEN + 1
           STRING " #" DELIMITED BY SIZE
                  AC-VALUE DELIMITED BY SIZE
               INTO AuditLine WITH POINTER AC-POS
           MOVE AC-VALUE TO AC-PREV.

       0620-FOLD-CHECK-VALUE.
           MOVE AC-PREV TO AC-VALUE
           PERFORM VARYING AC-POS FROM 1 BY 1 UNTIL AC-POS > AC-LEN
               COMPUTE AC-WORK = AC-VALUE * 131
                   + FUNCTION ORD(AuditLine(AC-POS:1))
               DIVIDE AC-WORK BY AC-MODULUS
                   GIVING AC-QUOT REMAINDER AC-VALUE
           END-PERFORM.

      *>The chain continues from the last row on the ledger, so
      *>read it through before opening for extend: its check value
      *>(0 if it carries none) seeds the first row this run adds.
      *>A ledger already open here has been read already and the
      *>head stands.
       0155-FIND-CHAIN-HEAD.
           OPEN INPUT AuditLog
           IF WS-Audit-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO AC-PREV
           MOVE "N" TO AC-EOF
           PERFORM UNTIL AC-EOF-LEDGER
               READ AuditLog
                   AT END SET AC-EOF-LEDGER TO TRUE
                   NOT AT END
                       IF AuditLine NOT = SPACES
                           PERFORM 0630-PARSE-ROW-CHECK
                           MOVE AC-ROW-VALUE TO AC-PREV
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AuditLog.

      *>A chained row ends " #" and ten digits; anything else
      *>carries no check value (AC-ROW-VALUE 0).
       0630-PARSE-ROW-CHECK.
           MOVE "N" TO AC-ROW-CHAINED
           MOVE 0 TO AC-ROW-VALUE
           COMPUTE AC-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(AuditLine TRAILING))
           MOVE AC-LEN TO AC-ROW-TEXT-LEN
           IF AC-LEN > 12
               IF AuditLine(AC-LEN - 11:2) = " #"
                   AND AuditLine(AC-LEN - 9:10) IS NUMERIC
                   MOVE "Y" TO AC-ROW-CHAINED
                   MOVE AuditLine(AC-LEN - 9:10) TO AC-ROW-VALUE
                   COMPUTE AC-ROW-TEXT-LEN = AC-LEN - 12
               END-IF
           END-IF.
