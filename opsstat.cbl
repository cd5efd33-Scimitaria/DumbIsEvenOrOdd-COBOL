       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpsStat.
       AUTHOR. Scimitaria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProcDate ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProcDate-Status.
           SELECT GenRpt ASSIGN TO "GENRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-In-Status.
           SELECT GenSusp ASSIGN TO "GENSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-In-Status.
           SELECT RuleSusp ASSIGN TO "RULESUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-In-Status.
           SELECT BalRpt ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-In-Status.
           SELECT VfyRpt ASSIGN TO "VFYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-In-Status.
           SELECT ReconRpt ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-In-Status.
           SELECT ImpactRpt ASSIGN TO "IMPACTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-In-Status.
           SELECT ArchSum ASSIGN TO "ARCHSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-In-Status.
           SELECT OpsRpt ASSIGN TO "OPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ProcDate.
       01 ProcDateLine PIC X(40).

       FD GenRpt.
       01 GenRptLine PIC X(120).

       FD GenSusp.
       01 GenSuspLine PIC X(130).

       FD RuleSusp.
       01 RuleSuspLine PIC X(90).

       FD BalRpt.
       01 BalRptLine PIC X(132).

       FD VfyRpt.
       01 VfyRptLine PIC X(132).

       FD ReconRpt.
       01 ReconRptLine PIC X(132).

       FD ImpactRpt.
       01 ImpactRptLine PIC X(132).

       FD ArchSum.
       01 ArchSumLine PIC X(80).

       FD OpsRpt.
       01 OpsRptLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ProcDate-Status PIC XX.
       01 WS-In-Status       PIC XX.
       01 WS-Rpt-Status      PIC XX.
       01 WS-EOF-In          PIC X VALUE "N".
           88 EOF-In             VALUE "Y".

      *>--- processing date: the shop-wide PROCDATE control file
      *>names the business night being reported on. Absent or
      *>unparseable, the system clock stands in -----------------
       01 WS-Proc-Date       PIC X(8).
       01 WS-Pd-Record       PIC X(40).
       01 WS-Pd-Field-1      PIC X(10).
       01 WS-Pd-Field-2      PIC X(10).

      *>--- one status line per nightly output, in the order the
      *>page prints them: the job, the output read, OK/WARN/FAIL,
      *>the counts behind the status, and what to do about it ----
       01 JOB-STATUS-TABLE.
           05 JOB-STATUS-ENTRY OCCURS 8 TIMES INDEXED BY JS-IDX.
               10 JS-JOB     PIC X(9).
               10 JS-OUTPUT  PIC X(9).
               10 JS-STATUS  PIC X(4).
               10 JS-DETAIL  PIC X(90).
               10 JS-ACTION  PIC X(80).
       01 WS-Job             PIC 9.

      *>--- a status being raised: a job only ever moves up, OK to
      *>WARN to FAIL, and keeps the action that put it there ----
       01 WS-New-Status      PIC X(4).
       01 WS-New-Action      PIC X(80).
       01 WS-Rank-Status     PIC X(4).
       01 WS-Rank            PIC 9.
       01 WS-Old-Rank        PIC 9.
       01 WS-Worst-Rank      PIC 9 VALUE 0.

      *>--- scanning one output: its lines, left-justified, and
      *>the tallies each job's scan keeps ------------------------
       01 WS-Ops-Text        PIC X(132).
       01 WS-Line-Count      PIC 9(9).
       01 WS-Out-Date        PIC X(8).
       01 WS-Cnt-1           PIC 9(9).
       01 WS-Cnt-2           PIC 9(9).
       01 WS-Cnt-3           PIC 9(9).
       01 WS-Cnt-4           PIC 9(9).
       01 WS-Seen            PIC X.
       01 WS-Save-Text       PIC X(60).
       01 WS-Fld-1           PIC X(20).
       01 WS-Fld-2           PIC X(20).
       01 WS-Fld-3           PIC X(20).
       01 WS-Fld-4           PIC X(20).
       01 WS-Fld-5           PIC X(20).
       01 WS-Fld-6           PIC X(20).
       01 WS-Fld-7           PIC X(20).
       01 WS-Fld-8           PIC X(20).
       01 WS-Fld-9           PIC X(20).

      *>--- page totals ------------------------------------------
       01 WS-Ok-Count        PIC 9(2) VALUE 0.
       01 WS-Warn-Count      PIC 9(2) VALUE 0.
       01 WS-Fail-Count      PIC 9(2) VALUE 0.
       01 WS-Action-Count    PIC 9(2) VALUE 0.
       01 WS-Overall         PIC X(4).

       01 WS-Conv-Text       PIC Z(8)9.
       01 WS-Conv-Text2      PIC Z(8)9.
       01 WS-Conv-Text3      PIC Z(8)9.
       01 WS-Conv-Text4      PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-READ-PROCESS-DATE
           PERFORM 0100-INIT-JOB-TABLE
           PERFORM 0200-CHECK-GENRPT
           PERFORM 0250-CHECK-GENSUSP
           PERFORM 0300-CHECK-RULESUSP
           PERFORM 0350-CHECK-BALRPT
           PERFORM 0400-CHECK-VFYRPT
           PERFORM 0450-CHECK-RECONRPT
           PERFORM 0500-CHECK-IMPACTRPT
           PERFORM 0550-CHECK-ARCHSUM
           PERFORM 0800-WRITE-STATUS-PAGE
      *>The worst status is the return code, so the scheduler
      *>pages on-call on RC 8 without anyone reading the page.
           EVALUATE WS-Worst-Rank
               WHEN 2
                   MOVE 8 TO RETURN-CODE
               WHEN 1
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       0050-READ-PROCESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Proc-Date
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
               MOVE WS-Pd-Field-2(1:8) TO WS-Proc-Date
           END-IF.

       0100-INIT-JOB-TABLE.
           MOVE "DRIVER"    TO JS-JOB(1)
           MOVE "GENRPT"    TO JS-OUTPUT(1)
           MOVE "DRIVER"    TO JS-JOB(2)
           MOVE "GENSUSP"   TO JS-OUTPUT(2)
           MOVE "RULEMNT"   TO JS-JOB(3)
           MOVE "RULESUSP"  TO JS-OUTPUT(3)
           MOVE "DUMBBAT"   TO JS-JOB(4)
           MOVE "BALRPT"    TO JS-OUTPUT(4)
           MOVE "RSLTVFY"   TO JS-JOB(5)
           MOVE "VFYRPT"    TO JS-OUTPUT(5)
           MOVE "RECON"     TO JS-JOB(6)
           MOVE "RECONRPT"  TO JS-OUTPUT(6)
           MOVE "RULEIMP"   TO JS-JOB(7)
           MOVE "IMPACTRPT" TO JS-OUTPUT(7)
           MOVE "AUDARCH"   TO JS-JOB(8)
           MOVE "ARCHSUM"   TO JS-OUTPUT(8)
           PERFORM VARYING JS-IDX FROM 1 BY 1 UNTIL JS-IDX > 8
               MOVE "OK" TO JS-STATUS(JS-IDX)
               MOVE SPACES TO JS-DETAIL(JS-IDX) JS-ACTION(JS-IDX)
           END-PERFORM.

      *>GENRPT: the processing-date line, one Generated line per
      *>request that ran through, a Quiesced or Paused line per
      *>request stopped early, and the Edit summary line the run
      *>closes with - no summary means Generator never finished.
       0200-CHECK-GENRPT.
           MOVE 1 TO WS-Job
           PERFORM 0700-RESET-SCAN
           OPEN INPUT GenRpt
           IF WS-In-Status NOT = "00"
               PERFORM 0710-NO-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-In
               READ GenRpt
                   AT END SET EOF-In TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(GenRptLine LEADING)
                           TO WS-Ops-Text
                       PERFORM 0210-SCAN-GENRPT-LINE
               END-READ
           END-PERFORM
           CLOSE GenRpt
           IF WS-Line-Count = 0
               PERFORM 0710-NO-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Cnt-1 TO WS-Conv-Text
           MOVE WS-Cnt-2 TO WS-Conv-Text2
           MOVE WS-Cnt-3 TO WS-Conv-Text3
           STRING "generated=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  " quiesced=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text2) DELIMITED BY SIZE
                  " paused=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text3) DELIMITED BY SIZE
                  " edits " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Save-Text) DELIMITED BY SIZE
               INTO JS-DETAIL(WS-Job)
           PERFORM 0720-CHECK-OUTPUT-DATE
           IF WS-Out-Date NOT = WS-Proc-Date
               EXIT PARAGRAPH
           END-IF
           IF WS-Seen = "N"
               MOVE "FAIL" TO WS-New-Status
               MOVE "no edit summary - Generator did not finish"
                   TO WS-New-Action
               PERFORM 0730-RAISE-STATUS
           END-IF
           IF WS-Cnt-2 + WS-Cnt-3 > 0
               MOVE "WARN" TO WS-New-Status
               MOVE "outputs quiesced or paused - resubmit DRIVER"
                   TO WS-New-Action
               PERFORM 0730-RAISE-STATUS
           END-IF.

       0210-SCAN-GENRPT-LINE.
           IF WS-Ops-Text = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Line-Count
           EVALUATE TRUE
               WHEN WS-Ops-Text(1:16) = "Processing date "
                   MOVE WS-Ops-Text(17:8) TO WS-Out-Date
               WHEN WS-Ops-Text(1:10) = "Generated "
                   ADD 1 TO WS-Cnt-1
               WHEN WS-Ops-Text(1:9) = "Quiesced "
                   ADD 1 TO WS-Cnt-2
               WHEN WS-Ops-Text(1:7) = "Paused "
                   ADD 1 TO WS-Cnt-3
               WHEN WS-Ops-Text(1:13) = "Edit summary:"
                   MOVE "Y" TO WS-Seen
                   MOVE WS-Ops-Text(15:60) TO WS-Save-Text
           END-EVALUATE.

      *>GENSUSP: one reason,request row per request the front-end
      *>edit refused. Empty is the good night.
       0250-CHECK-GENSUSP.
           MOVE 2 TO WS-Job
           PERFORM 0700-RESET-SCAN
           OPEN INPUT GenSusp
           IF WS-In-Status NOT = "00"
               PERFORM 0710-NO-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-In
               READ GenSusp
                   AT END SET EOF-In TO TRUE
                   NOT AT END
                       IF GenSuspLine NOT = SPACES
                           ADD 1 TO WS-Cnt-1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GenSusp
           MOVE WS-Cnt-1 TO WS-Conv-Text
           STRING "suspended requests=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
               INTO JS-DETAIL(WS-Job)
           IF WS-Cnt-1 > 0
               MOVE "WARN" TO WS-New-Status
               MOVE "correct GENSUSP requests and resubmit on GENREQ"
                   TO WS-New-Action
               PERFORM 0730-RAISE-STATUS
           END-IF.

      *>RULESUSP: one reason,image row per RULEPROP row refused;
      *>any at all means RuleMnt left the rule master unchanged.
       0300-CHECK-RULESUSP.
           MOVE 3 TO WS-Job
           PERFORM 0700-RESET-SCAN
           OPEN INPUT RuleSusp
           IF WS-In-Status NOT = "00"
               PERFORM 0710-NO-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-In
               READ RuleSusp
                   AT END SET EOF-In TO TRUE
                   NOT AT END
                       IF RuleSuspLine NOT = SPACES
                           ADD 1 TO WS-Cnt-1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RuleSusp
           MOVE WS-Cnt-1 TO WS-Conv-Text
           STRING "rejected rule rows=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
               INTO JS-DETAIL(WS-Job)
           IF WS-Cnt-1 > 0
               MOVE "WARN" TO WS-New-Status
               MOVE "RULEPROP deck refused - correct and resubmit"
                   TO WS-New-Action
               PERFORM 0730-RAISE-STATUS
           END-IF.

      *>BALRPT: the processing-date line, the trailer counts and
      *>a closing Result line; no Result line means the balance
      *>step never got that far.
       0350-CHECK-BALRPT.
           MOVE 4 TO WS-Job
           PERFORM 0700-RESET-SCAN
           OPEN INPUT BalRpt
           IF WS-In-Status NOT = "00"
               PERFORM 0710-NO-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-In
               READ BalRpt
                   AT END SET EOF-In TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(BalRptLine LEADING)
                           TO WS-Ops-Text
                       PERFORM 0360-SCAN-RESULT-LINE
               END-READ
           END-PERFORM
           CLOSE BalRpt
           IF WS-Line-Count = 0
               PERFORM 0710-NO-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM 0370-SET-RESULT-DETAIL
           PERFORM 0720-CHECK-OUTPUT-DATE
           IF WS-Out-Date NOT = WS-Proc-Date
               EXIT PARAGRAPH
           END-IF
           IF WS-Cnt-2 > 0
               MOVE "FAIL" TO WS-New-Status
               MOVE "out of balance - hold DUMBRSLT, read BALRPT"
                   TO WS-New-Action
               PERFORM 0730-RAISE-STATUS
           END-IF
           IF WS-Cnt-1 + WS-Cnt-2 = 0
               MOVE "FAIL" TO WS-New-Status
               MOVE "balance step did not finish - see DUMBBAT log"
                   TO WS-New-Action
               PERFORM 0730-RAISE-STATUS
           END-IF.

      *>Shared by BALRPT and VFYRPT, which close the same way:
      *>Cnt-1 counts the clean Result lines, Cnt-2 the failed
      *>ones and the DUMBRSLT-not-on-file line, Cnt-3 MISMATCH
      *>detail lines; the Trailer counts are kept for the page
      *>and the processing-date line dates the report.
       0360-SCAN-RESULT-LINE.
           IF WS-Ops-Text = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Line-Count
           EVALUATE TRUE
               WHEN WS-Ops-Text(1:16) = "Processing date "
                   MOVE WS-Ops-Text(17:8) TO WS-Out-Date
               WHEN WS-Ops-Text(1:18) = "Result: IN BALANCE"
                   ADD 1 TO WS-Cnt-1
               WHEN WS-Ops-Text(1:21) = "Result: FILE VERIFIED"
                   ADD 1 TO WS-Cnt-1
               WHEN WS-Ops-Text(1:22) = "Result: OUT OF BALANCE"
                   ADD 1 TO WS-Cnt-2
               WHEN WS-Ops-Text(1:27) = "Result: VERIFICATION FAILED"
                   ADD 1 TO WS-Cnt-2
               WHEN WS-Ops-Text(1:20) = "DUMBRSLT not on file"
                   ADD 1 TO WS-Cnt-2
               WHEN WS-Ops-Text(1:9) = "MISMATCH:"
                   ADD 1 TO WS-Cnt-3
               WHEN WS-Ops-Text(1:9) = "Trailer: "
                   MOVE WS-Ops-Text(10:60) TO WS-Save-Text
           END-EVALUATE.

       0370-SET-RESULT-DETAIL.
           IF WS-Save-Text = SPACES
               MOVE "no trailer on DUMBRSLT" TO WS-Save-Text
           END-IF
           MOVE WS-Cnt-3 TO WS-Conv-Text
           STRING "trailer " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Save-Text) DELIMITED BY SIZE
                  " mismatches=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
               INTO JS-DETAIL(WS-Job).

       0400-CHECK-VFYRPT.
           MOVE 5 TO WS-Job
           PERFORM 0700-RESET-SCAN
           OPEN INPUT VfyRpt
           IF WS-In-Status NOT = "00"
               PERFORM 0710-NO-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-In
               READ VfyRpt
                   AT END SET EOF-In TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(VfyRptLine LEADING)
                           TO WS-Ops-Text
                       PERFORM 0360-SCAN-RESULT-LINE
               END-READ
           END-PERFORM
           CLOSE VfyRpt
           IF WS-Line-Count = 0
               PERFORM 0710-NO-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM 0370-SET-RESULT-DETAIL
           PERFORM 0720-CHECK-OUTPUT-DATE
           IF WS-Out-Date NOT = WS-Proc-Date
               EXIT PARAGRAPH
           END-IF
           IF WS-Cnt-2 > 0
               MOVE "FAIL" TO WS-New-Status
               MOVE "DUMBRSLT failed - hold transmission, read VFYRPT"
                   TO WS-New-Action
               PERFORM 0730-RAISE-STATUS
           END-IF
           IF WS-Cnt-1 + WS-Cnt-2 = 0
               MOVE "FAIL" TO WS-New-Status
               MOVE "verification did not finish - see RSLTVFY log"
                   TO WS-New-Action
               PERFORM 0730-RAISE-STATUS
           END-IF.

      *>RECONRPT: a Reconciling line and a Result per request;
      *>requests refused outright, unreadable CSVs and GENRPT
      *>tally disagreements count as problems alongside the
      *>out-of-balance results.
       0450-CHECK-RECONRPT.
           MOVE 6 TO WS-Job
           PERFORM 0700-RESET-SCAN
           OPEN INPUT ReconRpt
           IF WS-In-Status NOT = "00"
               PERFORM 0710-NO-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-In
               READ ReconRpt
                   AT END SET EOF-In TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(ReconRptLine LEADING)
                           TO WS-Ops-Text
                       PERFORM 0460-SCAN-RECONRPT-LINE
               END-READ
           END-PERFORM
           CLOSE ReconRpt
           IF WS-Line-Count = 0
               PERFORM 0710-NO-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Cnt-1 TO WS-Conv-Text
           MOVE WS-Cnt-2 TO WS-Conv-Text2
           MOVE WS-Cnt-3 TO WS-Conv-Text3
           MOVE WS-Cnt-4 TO WS-Conv-Text4
           STRING "requests=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  " in agreement=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text2) DELIMITED BY SIZE
                  " out of balance=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text3) DELIMITED BY SIZE
                  " other problems=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text4) DELIMITED BY SIZE
               INTO JS-DETAIL(WS-Job)
           PERFORM 0720-CHECK-OUTPUT-DATE
           IF WS-Out-Date NOT = WS-Proc-Date
               EXIT PARAGRAPH
           END-IF
           IF WS-Cnt-3 + WS-Cnt-4 > 0
               MOVE "FAIL" TO WS-New-Status
               MOVE "reconciliation failed - read RECONRPT first"
                   TO WS-New-Action
               PERFORM 0730-RAISE-STATUS
           END-IF
           IF WS-Cnt-1 = 0 AND WS-Cnt-4 = 0
               MOVE "WARN" TO WS-New-Status
               MOVE "RECON reconciled nothing - check RECONREQ"
                   TO WS-New-Action
               PERFORM 0730-RAISE-STATUS
           END-IF.

       0460-SCAN-RECONRPT-LINE.
           IF WS-Ops-Text = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Line-Count
           EVALUATE TRUE
               WHEN WS-Ops-Text(1:16) = "Processing date "
                   MOVE WS-Ops-Text(17:8) TO WS-Out-Date
               WHEN WS-Ops-Text(1:12) = "Reconciling "
                   ADD 1 TO WS-Cnt-1
               WHEN WS-Ops-Text(1:20) = "Result: IN AGREEMENT"
                   ADD 1 TO WS-Cnt-2
               WHEN WS-Ops-Text(1:22) = "Result: OUT OF BALANCE"
                   ADD 1 TO WS-Cnt-3
               WHEN WS-Ops-Text(1:17) = "Request rejected "
                   ADD 1 TO WS-Cnt-4
               WHEN WS-Ops-Text(1:19) = "Rule set not found "
                   ADD 1 TO WS-Cnt-4
               WHEN WS-Ops-Text(1:16) = "Cannot open CSV:"
                   ADD 1 TO WS-Cnt-4
               WHEN WS-Ops-Text(1:23) = "GENRPT tallies disagree"
                   ADD 1 TO WS-Cnt-4
           END-EVALUATE.

      *>IMPACTRPT: an Impact line and a Result per analysis. A
      *>label change is for the checker to weigh before RuleApr
      *>approves; a request that could not be analyzed is a fault.
       0500-CHECK-IMPACTRPT.
           MOVE 7 TO WS-Job
           PERFORM 0700-RESET-SCAN
           OPEN INPUT ImpactRpt
           IF WS-In-Status NOT = "00"
               PERFORM 0710-NO-OUTPUT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-In
               READ ImpactRpt
                   AT END SET EOF-In TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(ImpactRptLine LEADING)
                           TO WS-Ops-Text
                       PERFORM 0510-SCAN-IMPACTRPT-LINE
               END-READ
           END-PERFORM
           CLOSE ImpactRpt
           IF WS-Line-Count = 0
               PERFORM 0710-NO-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Cnt-1 TO WS-Conv-Text
           MOVE WS-Cnt-2 TO WS-Conv-Text2
           MOVE WS-Cnt-3 TO WS-Conv-Text3
           MOVE WS-Cnt-4 TO WS-Conv-Text4
           STRING "analyses=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  " no impact=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text2) DELIMITED BY SIZE
                  " labels change=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text3) DELIMITED BY SIZE
                  " not analyzed=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text4) DELIMITED BY SIZE
               INTO JS-DETAIL(WS-Job)
           PERFORM 0720-CHECK-OUTPUT-DATE
           IF WS-Out-Date NOT = WS-Proc-Date
               EXIT PARAGRAPH
           END-IF
           IF WS-Cnt-4 > 0
               MOVE "FAIL" TO WS-New-Status
               MOVE "request not analyzed - fix it and rerun RULEIMP"
                   TO WS-New-Action
               PERFORM 0730-RAISE-STATUS
           END-IF
           IF WS-Cnt-3 > 0
               MOVE "WARN" TO WS-New-Status
               MOVE "labels change - checker review before RULEAPR"
                   TO WS-New-Action
               PERFORM 0730-RAISE-STATUS
           END-IF.

       0510-SCAN-IMPACTRPT-LINE.
           IF WS-Ops-Text = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Line-Count
           EVALUATE TRUE
               WHEN WS-Ops-Text(1:16) = "Processing date "
                   MOVE WS-Ops-Text(17:8) TO WS-Out-Date
               WHEN WS-Ops-Text(1:10) = "Impact of "
                   ADD 1 TO WS-Cnt-1
               WHEN WS-Ops-Text(1:17) = "Result: NO IMPACT"
                   ADD 1 TO WS-Cnt-2
               WHEN WS-Ops-Text(1:21) = "Result: LABELS CHANGE"
                   ADD 1 TO WS-Cnt-3
               WHEN WS-Ops-Text(1:17) = "Request rejected "
                   ADD 1 TO WS-Cnt-4
               WHEN WS-Ops-Text(1:19) = "Rule set not found "
                   ADD 1 TO WS-Cnt-4
               WHEN WS-Ops-Text(1:23) = "Version not resolvable "
                   ADD 1 TO WS-Cnt-4
               WHEN WS-Ops-Text(1:18) = "RULEMSTR rows for "
                   ADD 1 TO WS-Cnt-4
           END-EVALUATE.

      *>ARCHSUM: AudArch's one summary record - ARCHSUM,procdate,
      *>cutoff,days,archived,kept,failed-days,more,rc.
       0550-CHECK-ARCHSUM.
           MOVE 8 TO WS-Job
           PERFORM 0700-RESET-SCAN
           OPEN INPUT ArchSum
           IF WS-In-Status NOT = "00"
               PERFORM 0710-NO-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Ops-Text
           READ ArchSum
               AT END CONTINUE
               NOT AT END MOVE ArchSumLine TO WS-Ops-Text
           END-READ
           CLOSE ArchSum
           MOVE SPACES TO WS-Fld-1 WS-Fld-2 WS-Fld-3 WS-Fld-4
               WS-Fld-5 WS-Fld-6 WS-Fld-7 WS-Fld-8 WS-Fld-9
           UNSTRING WS-Ops-Text DELIMITED BY ","
               INTO WS-Fld-1 WS-Fld-2 WS-Fld-3 WS-Fld-4 WS-Fld-5
                   WS-Fld-6 WS-Fld-7 WS-Fld-8 WS-Fld-9
           IF WS-Fld-1 NOT = "ARCHSUM"
               PERFORM 0710-NO-OUTPUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Fld-2(1:8) TO WS-Out-Date
           STRING "cutoff=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fld-3) DELIMITED BY SIZE
                  " days=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fld-4) DELIMITED BY SIZE
                  " archived=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fld-5) DELIMITED BY SIZE
                  " kept=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fld-6) DELIMITED BY SIZE
                  " failed days=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fld-7) DELIMITED BY SIZE
                  " rc=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Fld-9) DELIMITED BY SIZE
               INTO JS-DETAIL(WS-Job)
           PERFORM 0720-CHECK-OUTPUT-DATE
           IF WS-Out-Date NOT = WS-Proc-Date
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-Fld-9) NOT = "0"
               OR FUNCTION TRIM(WS-Fld-7) NOT = "0"
               MOVE "FAIL" TO WS-New-Status
               MOVE "archive run not clean - see AUDARCH job log"
                   TO WS-New-Action
               PERFORM 0730-RAISE-STATUS
           END-IF
           IF WS-Fld-8(1:1) = "Y"
               MOVE "WARN" TO WS-New-Status
               MOVE "closed days remain past cutoff - rerun AUDARCH"
                   TO WS-New-Action
               PERFORM 0730-RAISE-STATUS
           END-IF.

       0700-RESET-SCAN.
           MOVE "N" TO WS-EOF-In
           MOVE "N" TO WS-Seen
           MOVE 0 TO WS-Line-Count
           MOVE 0 TO WS-Cnt-1
           MOVE 0 TO WS-Cnt-2
           MOVE 0 TO WS-Cnt-3
           MOVE 0 TO WS-Cnt-4
           MOVE SPACES TO WS-Out-Date WS-Save-Text.

      *>The job left nothing to read - it did not run, or died
      *>before it wrote a line. Nobody can tell the night was
      *>clean from that.
       0710-NO-OUTPUT.
           MOVE "NO OUTPUT - the job did not run or wrote nothing"
               TO JS-DETAIL(WS-Job)
           MOVE "FAIL" TO WS-New-Status
           MOVE SPACES TO WS-New-Action
           STRING "find out why " DELIMITED BY SIZE
                  FUNCTION TRIM(JS-JOB(WS-Job)) DELIMITED BY SIZE
                  " produced no " DELIMITED BY SIZE
                  FUNCTION TRIM(JS-OUTPUT(WS-Job)) DELIMITED BY SIZE
               INTO WS-New-Action
           PERFORM 0730-RAISE-STATUS.

      *>An output dated for another processing date is a leftover
      *>from an earlier night - the job did not run for this one.
      *>Its contents are old news, so they do not grade tonight.
       0720-CHECK-OUTPUT-DATE.
           IF WS-Out-Date = WS-Proc-Date
               EXIT PARAGRAPH
           END-IF
           MOVE "WARN" TO WS-New-Status
           MOVE SPACES TO WS-New-Action
           IF WS-Out-Date = SPACES
               STRING FUNCTION TRIM(JS-OUTPUT(WS-Job))
                          DELIMITED BY SIZE
                      " carries no processing date - check "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(JS-JOB(WS-Job)) DELIMITED BY SIZE
                      " ran tonight" DELIMITED BY SIZE
                   INTO WS-New-Action
           ELSE
               STRING FUNCTION TRIM(JS-OUTPUT(WS-Job))
                          DELIMITED BY SIZE
                      " is from " DELIMITED BY SIZE
                      WS-Out-Date DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(JS-JOB(WS-Job)) DELIMITED BY SIZE
                      " did not run for this date" DELIMITED BY SIZE
                   INTO WS-New-Action
           END-IF
           PERFORM 0730-RAISE-STATUS.

       0730-RAISE-STATUS.
           MOVE WS-New-Status TO WS-Rank-Status
           PERFORM 0740-RANK-STATUS
           MOVE WS-Rank TO WS-Old-Rank
           MOVE JS-STATUS(WS-Job) TO WS-Rank-Status
           PERFORM 0740-RANK-STATUS
           IF WS-Old-Rank > WS-Rank
               MOVE WS-New-Status TO JS-STATUS(WS-Job)
               MOVE WS-New-Action TO JS-ACTION(WS-Job)
           END-IF
           IF WS-Old-Rank > WS-Worst-Rank
               MOVE WS-Old-Rank TO WS-Worst-Rank
           END-IF.

       0740-RANK-STATUS.
           EVALUATE WS-Rank-Status
               WHEN "FAIL"
                   MOVE 2 TO WS-Rank
               WHEN "WARN"
                   MOVE 1 TO WS-Rank
               WHEN OTHER
                   MOVE 0 TO WS-Rank
           END-EVALUATE.

      *>The page: a line per output, the overall status, then the
      *>action list - every FAIL before any WARN, in job order.
       0800-WRITE-STATUS-PAGE.
           OPEN OUTPUT OpsRpt
           MOVE SPACES TO OpsRptLine
           STRING "Morning operations status - processing date "
                      DELIMITED BY SIZE
                  WS-Proc-Date DELIMITED BY SIZE
               INTO OpsRptLine
           WRITE OpsRptLine
           MOVE "  Job       Output    Status Detail" TO OpsRptLine
           WRITE OpsRptLine
           PERFORM VARYING JS-IDX FROM 1 BY 1 UNTIL JS-IDX > 8
               EVALUATE JS-STATUS(JS-IDX)
                   WHEN "FAIL"
                       ADD 1 TO WS-Fail-Count
                   WHEN "WARN"
                       ADD 1 TO WS-Warn-Count
                   WHEN OTHER
                       ADD 1 TO WS-Ok-Count
               END-EVALUATE
               MOVE SPACES TO OpsRptLine
               STRING "  " DELIMITED BY SIZE
                      JS-JOB(JS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      JS-OUTPUT(JS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      JS-STATUS(JS-IDX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      FUNCTION TRIM(JS-DETAIL(JS-IDX))
                          DELIMITED BY SIZE
                   INTO OpsRptLine
               WRITE OpsRptLine
           END-PERFORM
           EVALUATE WS-Worst-Rank
               WHEN 2
                   MOVE "FAIL" TO WS-Overall
               WHEN 1
                   MOVE "WARN" TO WS-Overall
               WHEN OTHER
                   MOVE "OK" TO WS-Overall
           END-EVALUATE
           MOVE WS-Ok-Count TO WS-Conv-Text
           MOVE WS-Warn-Count TO WS-Conv-Text2
           MOVE WS-Fail-Count TO WS-Conv-Text3
           MOVE SPACES TO OpsRptLine
           STRING "Overall: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Overall) DELIMITED BY SIZE
                  " ok=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  " warn=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text2) DELIMITED BY SIZE
                  " fail=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text3) DELIMITED BY SIZE
               INTO OpsRptLine
           WRITE OpsRptLine
           MOVE "Action list:" TO OpsRptLine
           WRITE OpsRptLine
           MOVE "FAIL" TO WS-Rank-Status
           PERFORM 0810-WRITE-ACTIONS
           MOVE "WARN" TO WS-Rank-Status
           PERFORM 0810-WRITE-ACTIONS
           IF WS-Action-Count = 0
               MOVE "  Nothing needs action" TO OpsRptLine
               WRITE OpsRptLine
           END-IF
           CLOSE OpsRpt
           DISPLAY "OpsStat: " FUNCTION TRIM(WS-Overall)
               " for processing date " WS-Proc-Date.

       0810-WRITE-ACTIONS.
           PERFORM VARYING JS-IDX FROM 1 BY 1 UNTIL JS-IDX > 8
               IF JS-STATUS(JS-IDX) = WS-Rank-Status
                   ADD 1 TO WS-Action-Count
                   MOVE WS-Action-Count TO WS-Conv-Text
                   MOVE SPACES TO OpsRptLine
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Conv-Text)
                              DELIMITED BY SIZE
                          ". " DELIMITED BY SIZE
                          JS-STATUS(JS-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(JS-JOB(JS-IDX))
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(JS-OUTPUT(JS-IDX))
                              DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM(JS-ACTION(JS-IDX))
                              DELIMITED BY SIZE
                       INTO OpsRptLine
                   WRITE OpsRptLine
               END-IF
           END-PERFORM.
