           SELECT ChgRpt ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.
           SELECT DeptMaster ASSIGN TO "DEPTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DeptMstr-Status.
           SELECT RateMaster ASSIGN TO "RATEMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RateMstr-Status.
           SELECT GlJournal ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Journal-Status.
           SELECT ProcDate ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProcDate-Status.

       DATA DIVISION.
       FILE SECTION.
       01 ChgParmLine PIC X(40).

       FD DeptAct.
       01 DeptActLine PIC X(80).

       FD ChgRpt.
       01 ChgRptLine PIC X(132).

       FD DeptMaster.
       01 DeptMasterLine PIC X(200).

       FD RateMaster.
       01 RateMasterLine PIC X(80).

       FD GlJournal.
       01 GlJournalLine PIC X(80).

       FD ProcDate.
       01 ProcDateLine PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-Parm-Status     PIC XX.
       01 WS-DeptAct-Status  PIC XX.
       01 WS-Rpt-Status      PIC XX.
       01 WS-DeptMstr-Status PIC XX.
       01 WS-RateMstr-Status PIC XX.
       01 WS-Journal-Status  PIC XX.

       01 WS-EOF-DeptAct     PIC X VALUE "N".
           88 EOF-DeptAct        VALUE "Y".
       01 WS-EOF-DeptMstr    PIC X VALUE "N".
           88 EOF-DeptMstr       VALUE "Y".
       01 WS-EOF-RateMstr    PIC X VALUE "N".
           88 EOF-RateMstr       VALUE "Y".

      *>--- the billing period: one PERIOD,yyyymm control record -
       01 WS-Parm-Record     PIC X(40).
       01 WS-Period          PIC X(6).

      *>--- one parsed DEPTACT activity row: the per-department
      *>per-rule-set per-run counts Dumb's batch pass appends.
      *>Rows from before the rule set was recorded carry none and
      *>are priced as rule set UNKNOWN. The run id is the deck's
      *>HDR stamp, the same on every row one run wrote; rows from
      *>before it was recorded carry none and each counts as a
      *>run of its own ----------------------------------------
       01 WS-Act-Date        PIC X(8).
       01 WS-Act-Dept        PIC X(10).
       01 WS-Act-Read-Text   PIC X(9).
       01 WS-Act-Accept-Text PIC X(9).
       01 WS-Act-Reject-Text PIC X(9).
       01 WS-Act-Ruleset     PIC X(10).
       01 WS-Act-Run-Id      PIC X(14).
       01 WS-Act-Read        PIC 9(9).
       01 WS-Act-Accept      PIC 9(9).
       01 WS-Act-Reject      PIC 9(9).

      *>--- period accumulators, one slot per department ---------
       01 DEPT-TALLY-TABLE.
           05 DEPT-TALLY-ENTRY OCCURS 50 TIMES INDEXED BY DT-IDX.
               10 DT-DEPT     PIC X(10).
               10 DT-RUNS     PIC 9(5).
               10 DT-READ     PIC 9(9).
               10 DT-ACCEPT   PIC 9(9).
               10 DT-REJECT   PIC 9(9).
               10 DT-CHARGE   PIC 9(9)V99.
               10 DT-UNPRICED PIC 9(5).
       01 DEPT-TALLY-COUNT   PIC 9(2) VALUE 0.
       01 DT-MATCH-IDX       PIC 9(2).
       01 WS-Tally-Full      PIC X VALUE "N".

      *>--- invoice lines: one slot per department and rule set,
      *>with the priced charge built up run by run ---------------
       01 CHARGE-LINE-TABLE.
           05 CHARGE-LINE-ENTRY OCCURS 200 TIMES INDEXED BY CL-IDX.
               10 CL-DEPT       PIC X(10).
               10 CL-RULESET    PIC X(10).
               10 CL-RUNS       PIC 9(5).
               10 CL-ACCEPT     PIC 9(9).
               10 CL-REJECT     PIC 9(9).
               10 CL-RECORD-CHG PIC 9(9)V99.
               10 CL-REJECT-CHG PIC 9(9)V99.
               10 CL-MIN-UPLIFT PIC 9(9)V99.
               10 CL-UNPRICED   PIC 9(5).
       01 CHARGE-LINE-COUNT  PIC 9(3) VALUE 0.
       01 CL-MATCH-IDX       PIC 9(3).

      *>--- the rate master, hand-maintained by Finance like
      *>GENRULES: RATE,ruleset,effective-yyyymmdd,per-record,
      *>reject-fee,run-minimum rows and one RECOVERY,account row
      *>naming the IT recovery GL account. A run is priced at the
      *>rate for its rule set with the latest effective date on or
      *>before the run date; rule set * prices any rule set with
      *>no rate of its own in force ------------------------------
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 100 TIMES INDEXED BY RA-IDX.
               10 RA-RULESET     PIC X(10).
               10 RA-EFF-DATE    PIC X(8).
               10 RA-PER-RECORD  PIC 9(5)V9(4).
               10 RA-REJECT-FEE  PIC 9(5)V99.
               10 RA-RUN-MINIMUM PIC 9(7)V99.
       01 RATE-COUNT         PIC 9(3) VALUE 0.
       01 RA-MATCH-IDX       PIC 9(3).
       01 WS-Rate-Field-1    PIC X(10).
       01 WS-Rate-Field-2    PIC X(20).
       01 WS-Rate-Field-3    PIC X(10).
       01 WS-Rate-Field-4    PIC X(15).
       01 WS-Rate-Field-5    PIC X(15).
       01 WS-Rate-Field-6    PIC X(15).
       01 WS-Rate-Num        PIC S9(9)V9(4).
       01 WS-Rate-Bad        PIC X.
       01 WS-Recovery-Acct   PIC X(20) VALUE SPACES.
       01 WS-Rate-Ruleset    PIC X(10).

      *>--- one DEPTACT row as priced ---------------------------
       01 WS-Run-Record-Chg  PIC 9(9)V99.
       01 WS-Run-Reject-Chg  PIC 9(9)V99.
       01 WS-Run-Uplift      PIC 9(9)V99.

      *>--- the run being read: a run writes its DEPTACT rows
      *>together, one per department and rule set, so its rows
      *>are gathered here per department until the run id changes
      *>and the run minimum is then applied once per department.
      *>Where a department's run went under more than one rule
      *>set the largest minimum among their rates applies, and
      *>the uplift goes on that rule set's invoice line ----------
       01 WS-Cur-Run-Id      PIC X(14) VALUE SPACES.
       01 RUN-DEPT-TABLE.
           05 RUN-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY RN-IDX.
               10 RN-DEPT-IDX PIC 9(2).
               10 RN-CL-IDX   PIC 9(3).
               10 RN-CHARGE   PIC 9(9)V99.
               10 RN-MINIMUM  PIC 9(7)V99.
       01 RUN-DEPT-COUNT     PIC 9(2) VALUE 0.
       01 RN-MATCH-IDX       PIC 9(2).

      *>--- run totals across every department --------------------
       01 WS-Tot-Read        PIC 9(9).
       01 WS-Tot-Accept      PIC 9(9).
       01 WS-Tot-Reject      PIC 9(9).
       01 WS-Tot-Charge      PIC 9(11)V99.
       01 WS-Tot-Unpriced    PIC 9(5) VALUE 0.
       01 WS-Unbillable      PIC 9(3) VALUE 0.

      *>--- GL journal: H header, one D debit per billed cost
      *>center, one C credit to IT recovery, T control trailer.
      *>Written only when every run priced and every charge has a
      *>cost center to land on; otherwise withheld, RC 8 ---------
       01 WS-Journal-Ok      PIC X VALUE "Y".
       01 WS-Journal-Why     PIC X(60) VALUE SPACES.
       01 WS-Gl-Lines        PIC 9(5) VALUE 0.
       01 WS-Gl-Debit-Total  PIC 9(11)V99 VALUE 0.
       01 WS-Gl-Credit-Total PIC 9(11)V99 VALUE 0.

      *>--- the journal's run date: the business date from the
      *>shop-wide PROCDATE control file when one is on file, the
      *>system clock otherwise, so a rerun for an earlier night
      *>posts under that night's date ---------------------------
       01 WS-ProcDate-Status PIC XX.
       01 WS-Pd-Record       PIC X(40).
       01 WS-Pd-Field-1      PIC X(10).
       01 WS-Pd-Field-2      PIC X(10).
       01 WS-Run-Date        PIC X(8).

      *>--- department names and cost centers for the report,
      *>from the DeptMnt-maintained DEPTMSTR as last maintained --
       COPY "DEPTMSTR.cpy".
       01 DM-MATCH-IDX       PIC 9(3).

      *>--- numeric-to-display conversion scratch ----------------
       01 WS-Conv-Text       PIC Z(8)9.
       01 WS-Conv-Text2      PIC Z(8)9.
       01 WS-Conv-Text3      PIC Z(8)9.
       01 WS-Money-Text      PIC Z(10)9.99.
       01 WS-Money-Text2     PIC Z(10)9.99.
       01 WS-Money-Text3     PIC Z(10)9.99.
       01 WS-Money-Text4     PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-READ-PROCESS-DATE
           PERFORM 0100-READ-PERIOD-PARM
           PERFORM 0150-LOAD-DEPT-MASTER
           PERFORM 0180-LOAD-RATE-MASTER
           OPEN OUTPUT ChgRpt
           PERFORM 0200-TALLY-ACTIVITY
           PERFORM 0300-CHECK-JOURNAL-GATE
           PERFORM 0400-WRITE-REPORT
           CLOSE ChgRpt
           PERFORM 0500-WRITE-GL-JOURNAL
           STOP RUN.

       0050-READ-PROCESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
           OPEN INPUT ProcDate
           IF WS-ProcDate-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Pd-Record
           READ ProcDate INTO WS-Pd-Record
               AT END CONTINUE
           END-READ
           CLOSE ProcDate
           MOVE SPACES TO WS-Pd-Field-1 WS-Pd-Field-2
           UNSTRING WS-Pd-Record DELIMITED BY ","
               INTO WS-Pd-Field-1 WS-Pd-Field-2
           IF FUNCTION TRIM(FUNCTION UPPER-CASE(WS-Pd-Field-1))
                   = "PROCDATE"
               AND WS-Pd-Field-2(1:8) IS NUMERIC
               MOVE WS-Pd-Field-2(1:8) TO WS-Run-Date
           END-IF.

       0100-READ-PERIOD-PARM.
           OPEN INPUT ChgParm
           IF WS-Parm-Status NOT = "00"
           END-IF
           MOVE WS-Parm-Field-2(1:6) TO WS-Period.

      *>Load DEPTMSTR as last maintained - a later row for a code
      *>replaces the earlier one. Without a master the report
      *>still runs; every department just prints as not on file.
       0150-LOAD-DEPT-MASTER.
           MOVE 0 TO DEPT-MASTER-COUNT
           OPEN INPUT DeptMaster
           IF WS-DeptMstr-Status NOT = "00"
               DISPLAY "ChgBack: cannot open DEPTMSTR, status "
                   WS-DeptMstr-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-DeptMstr
               READ DeptMaster
                   AT END SET EOF-DeptMstr TO TRUE
                   NOT AT END PERFORM 0160-COLLECT-DEPT-ROW
               END-READ
           END-PERFORM
           CLOSE DeptMaster.

       0160-COLLECT-DEPT-ROW.
           IF DeptMasterLine = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DEPT-MASTER-ROW
           UNSTRING DeptMasterLine DELIMITED BY ","
               INTO DMR-CODE DMR-NAME DMR-COST-CENTER DMR-STATUS
           IF DMR-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE DMR-CODE TO WS-Act-Dept
           PERFORM 0170-FIND-MASTER-DEPT
           IF DM-MATCH-IDX = 0
               IF DEPT-MASTER-COUNT = 100
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
               TO DM-STATUS(DM-MATCH-IDX).

      *>Look WS-Act-Dept up on the master table; DM-MATCH-IDX 0
      *>when it is not there.
       0170-FIND-MASTER-DEPT.
           MOVE 0 TO DM-MATCH-IDX
           PERFORM VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > DEPT-MASTER-COUNT
               IF DM-CODE(DM-IDX) = FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-Act-Dept))
                   MOVE DM-IDX TO DM-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>Load RATEMSTR. A row that does not parse is left out and
      *>said on SYSOUT - a bad rate must not price anything - and
      *>without a rate master every run is simply unpriced.
       0180-LOAD-RATE-MASTER.
           OPEN INPUT RateMaster
           IF WS-RateMstr-Status NOT = "00"
               DISPLAY "ChgBack: cannot open RATEMSTR, status "
                   WS-RateMstr-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-RateMstr
               READ RateMaster
                   AT END SET EOF-RateMstr TO TRUE
                   NOT AT END PERFORM 0190-COLLECT-RATE-ROW
               END-READ
           END-PERFORM
           CLOSE RateMaster.

       0190-COLLECT-RATE-ROW.
           IF RateMasterLine = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Rate-Field-1 WS-Rate-Field-2
               WS-Rate-Field-3 WS-Rate-Field-4 WS-Rate-Field-5
               WS-Rate-Field-6
           UNSTRING RateMasterLine DELIMITED BY ","
               INTO WS-Rate-Field-1 WS-Rate-Field-2 WS-Rate-Field-3
                   WS-Rate-Field-4 WS-Rate-Field-5 WS-Rate-Field-6
           EVALUATE FUNCTION TRIM(FUNCTION UPPER-CASE
                   (WS-Rate-Field-1))
               WHEN "RECOVERY"
                   MOVE FUNCTION TRIM(WS-Rate-Field-2)
                       TO WS-Recovery-Acct
                   EXIT PARAGRAPH
               WHEN "RATE"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ChgBack: RATEMSTR row ignored: "
                       FUNCTION TRIM(RateMasterLine)
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "N" TO WS-Rate-Bad
           IF WS-Rate-Field-2 = SPACES
               OR WS-Rate-Field-3(1:8) IS NOT NUMERIC
               MOVE "Y" TO WS-Rate-Bad
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-Rate-Field-4))
                   NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-Rate-Field-5))
                   NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-Rate-Field-6))
                   NOT = 0
               MOVE "Y" TO WS-Rate-Bad
           END-IF
           IF WS-Rate-Bad = "N"
               IF FUNCTION NUMVAL(FUNCTION TRIM(WS-Rate-Field-4)) < 0
                   OR FUNCTION NUMVAL(FUNCTION TRIM(WS-Rate-Field-5))
                       < 0
                   OR FUNCTION NUMVAL(FUNCTION TRIM(WS-Rate-Field-6))
                       < 0
                   MOVE "Y" TO WS-Rate-Bad
               END-IF
           END-IF
           IF WS-Rate-Bad = "Y"
               DISPLAY "ChgBack: bad RATEMSTR rate row, not used: "
                   FUNCTION TRIM(RateMasterLine)
               EXIT PARAGRAPH
           END-IF
           IF RATE-COUNT = 100
               DISPLAY "ChgBack: over 100 RATEMSTR rates, row not "
                   "used: " FUNCTION TRIM(RateMasterLine)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RATE-COUNT
           SET RA-IDX TO RATE-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Rate-Field-2))
               TO RA-RULESET(RA-IDX)
           MOVE WS-Rate-Field-3(1:8) TO RA-EFF-DATE(RA-IDX)
           COMPUTE WS-Rate-Num =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-Rate-Field-4))
           MOVE WS-Rate-Num TO RA-PER-RECORD(RA-IDX)
           COMPUTE WS-Rate-Num =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-Rate-Field-5))
           MOVE WS-Rate-Num TO RA-REJECT-FEE(RA-IDX)
           COMPUTE WS-Rate-Num =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-Rate-Field-6))
           MOVE WS-Rate-Num TO RA-RUN-MINIMUM(RA-IDX).

       0200-TALLY-ACTIVITY.
           OPEN INPUT DeptAct
           IF WS-DeptAct-Status NOT = "00"
                   NOT AT END PERFORM 0210-TALLY-ACTIVITY-ROW
               END-READ
           END-PERFORM
           PERFORM 0250-CLOSE-RUN
           CLOSE DeptAct.

       0210-TALLY-ACTIVITY-ROW.
           END-IF
           MOVE SPACES TO WS-Act-Date WS-Act-Dept
               WS-Act-Read-Text WS-Act-Accept-Text
               WS-Act-Reject-Text WS-Act-Ruleset WS-Act-Run-Id
           UNSTRING DeptActLine DELIMITED BY ","
               INTO WS-Act-Date WS-Act-Dept WS-Act-Read-Text
                   WS-Act-Accept-Text WS-Act-Reject-Text
                   WS-Act-Ruleset WS-Act-Run-Id
           IF WS-Act-Date(1:8) IS NOT NUMERIC
               OR FUNCTION TRIM(WS-Act-Read-Text) IS NOT NUMERIC
               OR FUNCTION TRIM(WS-Act-Accept-Text) IS NOT NUMERIC
           IF WS-Act-Date(1:6) NOT = WS-Period
               EXIT PARAGRAPH
           END-IF
           IF WS-Act-Ruleset = SPACES
               MOVE "UNKNOWN" TO WS-Act-Ruleset
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Act-Ruleset))
                   TO WS-Act-Ruleset
           END-IF
           PERFORM 0220-FIND-DEPT-SLOT
           IF DT-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 0225-FIND-CHARGE-LINE
           IF CL-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-Act-Run-Id = SPACES
               OR WS-Act-Run-Id NOT = WS-Cur-Run-Id
               PERFORM 0250-CLOSE-RUN
               MOVE WS-Act-Run-Id TO WS-Cur-Run-Id
           END-IF
           PERFORM 0235-FIND-RUN-DEPT
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Act-Read-Text))
               TO WS-Act-Read
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Act-Accept-Text))
               TO WS-Act-Accept
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Act-Reject-Text))
               TO WS-Act-Reject
           ADD WS-Act-Read TO DT-READ(DT-MATCH-IDX)
           ADD WS-Act-Accept TO DT-ACCEPT(DT-MATCH-IDX)
           ADD WS-Act-Reject TO DT-REJECT(DT-MATCH-IDX)
           ADD 1 TO CL-RUNS(CL-MATCH-IDX)
           ADD WS-Act-Accept TO CL-ACCEPT(CL-MATCH-IDX)
           ADD WS-Act-Reject TO CL-REJECT(CL-MATCH-IDX)
           PERFORM 0230-PRICE-RUN.

       0220-FIND-DEPT-SLOT.
           MOVE 0 TO DT-MATCH-IDX
                   MOVE 0 TO DT-READ(DEPT-TALLY-COUNT)
                   MOVE 0 TO DT-ACCEPT(DEPT-TALLY-COUNT)
                   MOVE 0 TO DT-REJECT(DEPT-TALLY-COUNT)
                   MOVE 0 TO DT-CHARGE(DEPT-TALLY-COUNT)
                   MOVE 0 TO DT-UNPRICED(DEPT-TALLY-COUNT)
                   MOVE DEPT-TALLY-COUNT TO DT-MATCH-IDX
               ELSE
      *>Say so rather than silently under-billing a department
               END-IF
           END-IF.

      *>Find (or add) the invoice line for this department and
      *>rule set - the same find-or-add walk as 0220, and the same
      *>full-table handling, since a run with no line to land on
      *>would go unbilled.
       0225-FIND-CHARGE-LINE.
           MOVE 0 TO CL-MATCH-IDX
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > CHARGE-LINE-COUNT
               IF CL-DEPT(CL-IDX) = WS-Act-Dept
                   AND CL-RULESET(CL-IDX) = WS-Act-Ruleset
                   MOVE CL-IDX TO CL-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CL-MATCH-IDX = 0
               IF CHARGE-LINE-COUNT < 200
                   ADD 1 TO CHARGE-LINE-COUNT
                   SET CL-IDX TO CHARGE-LINE-COUNT
                   MOVE WS-Act-Dept TO CL-DEPT(CL-IDX)
                   MOVE WS-Act-Ruleset TO CL-RULESET(CL-IDX)
                   MOVE 0 TO CL-RUNS(CL-IDX)
                   MOVE 0 TO CL-ACCEPT(CL-IDX)
                   MOVE 0 TO CL-REJECT(CL-IDX)
                   MOVE 0 TO CL-RECORD-CHG(CL-IDX)
                   MOVE 0 TO CL-REJECT-CHG(CL-IDX)
                   MOVE 0 TO CL-MIN-UPLIFT(CL-IDX)
                   MOVE 0 TO CL-UNPRICED(CL-IDX)
                   MOVE CHARGE-LINE-COUNT TO CL-MATCH-IDX
               ELSE
                   IF WS-Tally-Full = "N"
                       DISPLAY "ChgBack: over 200 department/rule "
                           "set lines in period, report incomplete"
                       MOVE "Y" TO WS-Tally-Full
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *>Price one DEPTACT row: classified records at the per-record
      *>price plus rejects at the handling fee, added to the
      *>department's charge for the run so 0250 can raise it to the
      *>run minimum once the run's rows are all in. Each amount is
      *>rounded to the cent as it is worked out, so the invoice
      *>lines add up to the invoice total and the journal to the
      *>report.
       0230-PRICE-RUN.
           PERFORM 0240-FIND-RATE
           IF RA-MATCH-IDX = 0
               ADD 1 TO CL-UNPRICED(CL-MATCH-IDX)
               ADD 1 TO DT-UNPRICED(DT-MATCH-IDX)
               ADD 1 TO WS-Tot-Unpriced
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Run-Record-Chg ROUNDED =
               WS-Act-Accept * RA-PER-RECORD(RA-MATCH-IDX)
           COMPUTE WS-Run-Reject-Chg ROUNDED =
               WS-Act-Reject * RA-REJECT-FEE(RA-MATCH-IDX)
           ADD WS-Run-Record-Chg TO CL-RECORD-CHG(CL-MATCH-IDX)
           ADD WS-Run-Reject-Chg TO CL-REJECT-CHG(CL-MATCH-IDX)
           ADD WS-Run-Record-Chg WS-Run-Reject-Chg
               TO DT-CHARGE(DT-MATCH-IDX)
           ADD WS-Run-Record-Chg WS-Run-Reject-Chg
               TO RN-CHARGE(RN-MATCH-IDX)
           IF RN-CL-IDX(RN-MATCH-IDX) = 0
               OR RA-RUN-MINIMUM(RA-MATCH-IDX)
                   > RN-MINIMUM(RN-MATCH-IDX)
               MOVE RA-RUN-MINIMUM(RA-MATCH-IDX)
                   TO RN-MINIMUM(RN-MATCH-IDX)
               MOVE CL-MATCH-IDX TO RN-CL-IDX(RN-MATCH-IDX)
           END-IF.

      *>Find (or add) this department's slot in the run being read.
      *>A department's first row in a run is what counts it a run
      *>on the report. The table cannot fill: it holds no more
      *>departments than DEPT-TALLY-TABLE does.
       0235-FIND-RUN-DEPT.
           MOVE 0 TO RN-MATCH-IDX
           PERFORM VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX > RUN-DEPT-COUNT
               IF RN-DEPT-IDX(RN-IDX) = DT-MATCH-IDX
                   MOVE RN-IDX TO RN-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF RN-MATCH-IDX = 0
               ADD 1 TO RUN-DEPT-COUNT
               SET RN-IDX TO RUN-DEPT-COUNT
               MOVE DT-MATCH-IDX TO RN-DEPT-IDX(RN-IDX)
               MOVE 0 TO RN-CL-IDX(RN-IDX)
               MOVE 0 TO RN-CHARGE(RN-IDX)
               MOVE 0 TO RN-MINIMUM(RN-IDX)
               MOVE RUN-DEPT-COUNT TO RN-MATCH-IDX
               ADD 1 TO DT-RUNS(DT-MATCH-IDX)
           END-IF.

      *>The rate for WS-Act-Ruleset in force on WS-Act-Date: the
      *>latest effective date not after the run. The * rate is
      *>only looked at when the rule set has none of its own in
      *>force. RA-MATCH-IDX 0 when nothing prices the run.
       0240-FIND-RATE.
           MOVE WS-Act-Ruleset TO WS-Rate-Ruleset
           PERFORM 0245-SCAN-RATES
           IF RA-MATCH-IDX = 0
               MOVE "*" TO WS-Rate-Ruleset
               PERFORM 0245-SCAN-RATES
           END-IF.

       0245-SCAN-RATES.
           MOVE 0 TO RA-MATCH-IDX
           PERFORM VARYING RA-IDX FROM 1 BY 1
                   UNTIL RA-IDX > RATE-COUNT
               IF RA-RULESET(RA-IDX) = WS-Rate-Ruleset
                   AND RA-EFF-DATE(RA-IDX) NOT > WS-Act-Date
                   IF RA-MATCH-IDX = 0
                       SET RA-MATCH-IDX TO RA-IDX
                   ELSE
                       IF RA-EFF-DATE(RA-IDX)
                               NOT < RA-EFF-DATE(RA-MATCH-IDX)
                           SET RA-MATCH-IDX TO RA-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>The run just read is complete: raise each department's
      *>charge for it to the run minimum when it came to less. A
      *>department whose rows in the run all went unpriced has no
      *>minimum to raise to.
       0250-CLOSE-RUN.
           PERFORM VARYING RN-IDX FROM 1 BY 1
                   UNTIL RN-IDX > RUN-DEPT-COUNT
               IF RN-CL-IDX(RN-IDX) NOT = 0
                   AND RN-CHARGE(RN-IDX) < RN-MINIMUM(RN-IDX)
                   COMPUTE WS-Run-Uplift = RN-MINIMUM(RN-IDX)
                       - RN-CHARGE(RN-IDX)
                   ADD WS-Run-Uplift
                       TO CL-MIN-UPLIFT(RN-CL-IDX(RN-IDX))
                   ADD WS-Run-Uplift
                       TO DT-CHARGE(RN-DEPT-IDX(RN-IDX))
               END-IF
           END-PERFORM
           MOVE 0 TO RUN-DEPT-COUNT.

      *>The journal goes to GL intake whole or not at all: a run
      *>with no rate, a charge with no cost center to debit, no
      *>recovery account to credit, or a department the report
      *>could not hold would each leave it short.
       0300-CHECK-JOURNAL-GATE.
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > DEPT-TALLY-COUNT
               MOVE DT-DEPT(DT-IDX) TO WS-Act-Dept
               PERFORM 0170-FIND-MASTER-DEPT
               IF DT-CHARGE(DT-IDX) > 0
                   IF DM-MATCH-IDX = 0
                       ADD 1 TO WS-Unbillable
                   ELSE
                       IF DM-COST-CENTER(DM-MATCH-IDX) = SPACES
                           ADD 1 TO WS-Unbillable
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN RETURN-CODE = 16
                   MOVE "N" TO WS-Journal-Ok
                   MOVE "DEPTACT could not be read"
                       TO WS-Journal-Why
               WHEN WS-Tally-Full = "Y"
                   MOVE "N" TO WS-Journal-Ok
                   MOVE "period activity did not fit the report"
                       TO WS-Journal-Why
               WHEN WS-Tot-Unpriced > 0
                   MOVE "N" TO WS-Journal-Ok
                   MOVE "run(s) with no rate in force"
                       TO WS-Journal-Why
               WHEN WS-Unbillable > 0
                   MOVE "N" TO WS-Journal-Ok
                   MOVE "charges with no cost center to debit"
                       TO WS-Journal-Why
               WHEN WS-Recovery-Acct = SPACES
                   MOVE "N" TO WS-Journal-Ok
                   MOVE "no RECOVERY account on RATEMSTR"
                       TO WS-Journal-Why
           END-EVALUATE
           IF WS-Journal-Ok = "N" AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       0400-WRITE-REPORT.
           MOVE SPACES TO ChgRptLine
           STRING "Chargeback period " DELIMITED BY SIZE
           MOVE 0 TO WS-Tot-Read
           MOVE 0 TO WS-Tot-Accept
           MOVE 0 TO WS-Tot-Reject
           MOVE 0 TO WS-Tot-Charge
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > DEPT-TALLY-COUNT
               PERFORM 0410-WRITE-DEPT-LINE
               PERFORM 0420-WRITE-INVOICE-SECTION
           END-PERFORM
           IF DEPT-TALLY-COUNT = 0
               MOVE "  No batch activity on file for the period"
                  " rejected=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text3) DELIMITED BY SIZE
               INTO ChgRptLine
           WRITE ChgRptLine
           MOVE WS-Tot-Charge TO WS-Money-Text
           MOVE WS-Tot-Unpriced TO WS-Conv-Text
           MOVE SPACES TO ChgRptLine
           STRING "Period charges: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Money-Text) DELIMITED BY SIZE
                  " unpriced runs=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
               INTO ChgRptLine
           WRITE ChgRptLine
           MOVE SPACES TO ChgRptLine
           IF WS-Journal-Ok = "Y"
               STRING "GL journal: written to GLJRNL, credit IT "
                          DELIMITED BY SIZE
                      "recovery account " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Recovery-Acct)
                          DELIMITED BY SIZE
                   INTO ChgRptLine
           ELSE
               STRING "GL journal: WITHHELD - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Journal-Why)
                          DELIMITED BY SIZE
                   INTO ChgRptLine
           END-IF
           WRITE ChgRptLine.

       0410-WRITE-DEPT-LINE.
           ADD DT-READ(DT-IDX) TO WS-Tot-Read
           ADD DT-ACCEPT(DT-IDX) TO WS-Tot-Accept
           ADD DT-REJECT(DT-IDX) TO WS-Tot-Reject
           ADD DT-CHARGE(DT-IDX) TO WS-Tot-Charge
           MOVE DT-RUNS(DT-IDX) TO WS-Conv-Text
           MOVE DT-DEPT(DT-IDX) TO WS-Act-Dept
           PERFORM 0170-FIND-MASTER-DEPT
           MOVE SPACES TO ChgRptLine
           IF DM-MATCH-IDX = 0
               STRING "  Department " DELIMITED BY SIZE
                      FUNCTION TRIM(DT-DEPT(DT-IDX))
                          DELIMITED BY SIZE
                      " (not on department master): "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                      " run(s)" DELIMITED BY SIZE
                   INTO ChgRptLine
           ELSE
               STRING "  Department " DELIMITED BY SIZE
                      FUNCTION TRIM(DT-DEPT(DT-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(DM-NAME(DM-MATCH-IDX))
                          DELIMITED BY SIZE
                      ", cost center " DELIMITED BY SIZE
                      FUNCTION TRIM(DM-COST-CENTER(DM-MATCH-IDX))
                          DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                      " run(s)" DELIMITED BY SIZE
                   INTO ChgRptLine
           END-IF
           WRITE ChgRptLine
           MOVE DT-READ(DT-IDX) TO WS-Conv-Text
           MOVE DT-ACCEPT(DT-IDX) TO WS-Conv-Text2
                  FUNCTION TRIM(WS-Conv-Text3) DELIMITED BY SIZE
               INTO ChgRptLine
           WRITE ChgRptLine.

      *>The department's invoice: a priced line per rule set its
      *>volume ran under, then the total to be debited to its cost
      *>center. DM-MATCH-IDX is still this department's from 0410.
       0420-WRITE-INVOICE-SECTION.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > CHARGE-LINE-COUNT
               IF CL-DEPT(CL-IDX) = DT-DEPT(DT-IDX)
                   PERFORM 0430-WRITE-INVOICE-LINE
               END-IF
           END-PERFORM
           MOVE DT-CHARGE(DT-IDX) TO WS-Money-Text
           MOVE SPACES TO ChgRptLine
           EVALUATE TRUE
               WHEN DM-MATCH-IDX = 0
                   STRING "    Invoice total " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Money-Text)
                              DELIMITED BY SIZE
                          " - NOT BILLABLE, department not on "
                              DELIMITED BY SIZE
                          "master" DELIMITED BY SIZE
                       INTO ChgRptLine
               WHEN DM-COST-CENTER(DM-MATCH-IDX) = SPACES
                   STRING "    Invoice total " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Money-Text)
                              DELIMITED BY SIZE
                          " - NOT BILLABLE, no cost center on "
                              DELIMITED BY SIZE
                          "master" DELIMITED BY SIZE
                       INTO ChgRptLine
               WHEN OTHER
                   STRING "    Invoice total " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Money-Text)
                              DELIMITED BY SIZE
                          " to cost center " DELIMITED BY SIZE
                          FUNCTION TRIM
                              (DM-COST-CENTER(DM-MATCH-IDX))
                              DELIMITED BY SIZE
                       INTO ChgRptLine
           END-EVALUATE
           WRITE ChgRptLine.

       0430-WRITE-INVOICE-LINE.
           MOVE CL-RUNS(CL-IDX) TO WS-Conv-Text
           MOVE CL-ACCEPT(CL-IDX) TO WS-Conv-Text2
           MOVE CL-REJECT(CL-IDX) TO WS-Conv-Text3
           MOVE CL-RECORD-CHG(CL-IDX) TO WS-Money-Text
           MOVE CL-REJECT-CHG(CL-IDX) TO WS-Money-Text2
           MOVE CL-MIN-UPLIFT(CL-IDX) TO WS-Money-Text3
           COMPUTE WS-Money-Text4 = CL-RECORD-CHG(CL-IDX)
               + CL-REJECT-CHG(CL-IDX) + CL-MIN-UPLIFT(CL-IDX)
           MOVE SPACES TO ChgRptLine
           STRING "    Rule set " DELIMITED BY SIZE
                  CL-RULESET(CL-IDX) DELIMITED BY SIZE
                  " runs=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  " classified " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text2) DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Money-Text) DELIMITED BY SIZE
                  "  rejects " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text3) DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Money-Text2) DELIMITED BY SIZE
                  "  minimum uplift " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Money-Text3) DELIMITED BY SIZE
                  "  charge " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Money-Text4) DELIMITED BY SIZE
               INTO ChgRptLine
           WRITE ChgRptLine
           IF CL-UNPRICED(CL-IDX) > 0
               MOVE CL-UNPRICED(CL-IDX) TO WS-Conv-Text
               MOVE SPACES TO ChgRptLine
               STRING "      " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                      " run(s) with no rate in force for "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(CL-RULESET(CL-IDX))
                          DELIMITED BY SIZE
                      " - NOT PRICED" DELIMITED BY SIZE
                   INTO ChgRptLine
               WRITE ChgRptLine
           END-IF.

      *>GLJRNL for GL intake: H,CHGBACK,period,rundate; one
      *>D,costcenter,amount,dept per department with a charge;
      *>one C,recovery-account,amount; and T,lines,debits,credits
      *>for intake to check the file against. The credit is the
      *>sum of the debits, so the journal balances by construction
      *>- and is checked to before the trailer goes out.
       0500-WRITE-GL-JOURNAL.
           OPEN OUTPUT GlJournal
           IF WS-Journal-Ok = "N"
               DISPLAY "ChgBack: GL journal withheld - "
                   FUNCTION TRIM(WS-Journal-Why)
               CLOSE GlJournal
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GlJournalLine
           STRING "H,CHGBACK," DELIMITED BY SIZE
                  WS-Period DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Run-Date DELIMITED BY SIZE
               INTO GlJournalLine
           WRITE GlJournalLine
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > DEPT-TALLY-COUNT
               IF DT-CHARGE(DT-IDX) > 0
                   PERFORM 0510-WRITE-DEBIT-LINE
               END-IF
           END-PERFORM
           MOVE WS-Gl-Debit-Total TO WS-Gl-Credit-Total
           MOVE WS-Gl-Credit-Total TO WS-Money-Text
           MOVE SPACES TO GlJournalLine
           STRING "C," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Recovery-Acct) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Money-Text) DELIMITED BY SIZE
                  ",IT RECOVERY " DELIMITED BY SIZE
                  WS-Period DELIMITED BY SIZE
               INTO GlJournalLine
           WRITE GlJournalLine
           ADD 1 TO WS-Gl-Lines
           IF WS-Gl-Debit-Total NOT = WS-Tot-Charge
               DISPLAY "ChgBack: GL journal debits do not equal "
                   "period charges - trailer not written"
               MOVE 16 TO RETURN-CODE
               CLOSE GlJournal
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Gl-Lines TO WS-Conv-Text
           MOVE WS-Gl-Debit-Total TO WS-Money-Text
           MOVE WS-Gl-Credit-Total TO WS-Money-Text2
           MOVE SPACES TO GlJournalLine
           STRING "T," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Money-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Money-Text2) DELIMITED BY SIZE
               INTO GlJournalLine
           WRITE GlJournalLine
           CLOSE GlJournal.

       0510-WRITE-DEBIT-LINE.
           MOVE DT-DEPT(DT-IDX) TO WS-Act-Dept
           PERFORM 0170-FIND-MASTER-DEPT
           ADD DT-CHARGE(DT-IDX) TO WS-Gl-Debit-Total
           ADD 1 TO WS-Gl-Lines
           MOVE DT-CHARGE(DT-IDX) TO WS-Money-Text
           MOVE SPACES TO GlJournalLine
           STRING "D," DELIMITED BY SIZE
                  FUNCTION TRIM(DM-COST-CENTER(DM-MATCH-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Money-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DT-DEPT(DT-IDX)) DELIMITED BY SIZE
               INTO GlJournalLine
           WRITE GlJournalLine.
