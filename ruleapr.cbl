       IDENTIFICATION DIVISION.
       PROGRAM-ID. RuleApr.
       AUTHOR. Scimitaria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApprReq ASSIGN TO "APPROVRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Req-Status.
           SELECT RuleMaster ASSIGN TO "RULEMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Status.
           SELECT ImpactRpt ASSIGN TO "IMPACTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Impact-Status.
           SELECT ApprHist ASSIGN TO "APPRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hist-Status.
           SELECT ApprSusp ASSIGN TO "APPRSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Susp-Status.
           SELECT ProcDate ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProcDate-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ApprReq.
       01 ApprReqLine PIC X(80).

       FD RuleMaster.
       01 RuleMasterLine PIC X(80).

       FD ImpactRpt.
       01 ImpactRptLine PIC X(132).

       FD ApprHist.
       01 ApprHistLine PIC X(100).

       FD ApprSusp.
       01 ApprSuspLine PIC X(90).

       FD ProcDate.
       01 ProcDateLine PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-Req-Status    PIC XX.
       01 WS-Master-Status PIC XX.
       01 WS-Impact-Status PIC XX.
       01 WS-Hist-Status   PIC XX.
       01 WS-Susp-Status   PIC XX.

       01 WS-EOF-Req       PIC X VALUE "N".
           88 EOF-Req          VALUE "Y".
       01 WS-EOF-Master    PIC X VALUE "N".
           88 EOF-Master       VALUE "Y".
       01 WS-EOF-Impact    PIC X VALUE "N".
           88 EOF-Impact       VALUE "Y".

      *>--- one parsed decision row: rule,version,APPROVE|REJECT,
      *>approver ------------------------------------------------
       01 WS-Req-Field-1   PIC X(10).
       01 WS-Req-Field-2   PIC X(10).
       01 WS-Req-Field-3   PIC X(10).
       01 WS-Req-Field-4   PIC X(10).
       01 WS-Req-Rule      PIC X(10).
       01 WS-Req-Version   PIC 9(4).
       01 WS-Req-Decision  PIC X(8).
       01 WS-Req-Approver  PIC X(10).
       01 WS-Row-Reason    PIC XX.

      *>--- what the master says about the version being decided:
      *>the HISTORY row names the proposer and when it was sent,
      *>the last STATUS row is its standing ---------------------
       01 WS-Mst-Field-1   PIC X(10).
       01 WS-Mst-Field-2   PIC X(8).
       01 WS-Mst-Field-3   PIC X(8).
       01 WS-Mst-Field-4   PIC X(10).
       01 WS-Mst-Field-5   PIC X(10).
       01 WS-Mst-Field-6   PIC X(10).
       01 WS-Version-Found PIC X.
       01 WS-Ver-Effdate   PIC X(8).
       01 WS-Ver-Proposer  PIC X(10).
       01 WS-Ver-Proposed  PIC X(8).
       01 WS-Ver-Standing  PIC X(10).

      *>--- impact-report search: RuleImp heads each analysis with
      *>"Impact of <rule> version <a> -> version <b>" -----------
       01 WS-Impact-Found  PIC X.
       01 WS-Imp-Word-1    PIC X(10).
       01 WS-Imp-Word-2    PIC X(10).
       01 WS-Imp-Word-3    PIC X(10).
       01 WS-Imp-Word-4    PIC X(10).
       01 WS-Imp-Word-5    PIC X(10).
       01 WS-Imp-Word-6    PIC X(10).
       01 WS-Imp-Word-7    PIC X(10).
       01 WS-Imp-Word-8    PIC X(10).

      *>--- run counters -----------------------------------------
       01 WS-Read-Count    PIC 9(5).
       01 WS-Approve-Count PIC 9(5).
       01 WS-Reject-Count  PIC 9(5).
       01 WS-Refuse-Count  PIC 9(5).

      *>--- decision date: the business date from PROCDATE when
      *>one is on file, the system clock otherwise; the clock time
      *>rides alongside so two decisions on one day stay ordered -
       01 WS-ProcDate-Status PIC XX.
       01 WS-Pd-Record     PIC X(40).
       01 WS-Pd-Field-1    PIC X(10).
       01 WS-Pd-Field-2    PIC X(10).
       01 WS-Run-Date      PIC X(8).
       01 WS-Run-Time      PIC X(6).

      *>--- conversion scratch -----------------------------------
       01 WS-Conv-Text     PIC Z(4)9.
       01 WS-Conv-Text2    PIC Z(4)9.
       01 WS-Conv-Text3    PIC Z(4)9.
       01 WS-Conv-Text4    PIC Z(4)9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-READ-PROCESS-DATE
           MOVE 0 TO WS-Read-Count
           MOVE 0 TO WS-Approve-Count
           MOVE 0 TO WS-Reject-Count
           MOVE 0 TO WS-Refuse-Count
           OPEN INPUT ApprReq
           IF WS-Req-Status NOT = "00"
               DISPLAY "RuleApr: cannot open APPROVRQ, status "
                   WS-Req-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RuleMaster
           IF WS-Master-Status NOT = "00"
               DISPLAY "RuleApr: cannot open RULEMSTR, status "
                   WS-Master-Status
               CLOSE ApprReq
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RuleMaster
           OPEN OUTPUT ApprSusp
           PERFORM UNTIL EOF-Req
               READ ApprReq
                   AT END SET EOF-Req TO TRUE
                   NOT AT END PERFORM 0200-DECIDE-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE ApprReq
           CLOSE ApprSusp
           IF WS-Refuse-Count > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0600-DISPLAY-SUMMARY
           STOP RUN.

       0050-READ-PROCESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Run-Time
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

      *>Edit and apply one decision row. The version must be on
      *>the master for that rule name and still PENDING - a
      *>version already decided, or one that predates approvals,
      *>is not reopened. The checker must be named and must not
      *>be the person who proposed the deck. An approval also
      *>needs the RuleImp impact report for that version on file;
      *>a rejection does not, since nothing goes into force.
      *>Refused rows land in APPRSUSP as reason-code,original-image
      *>and leave the master untouched.
       0200-DECIDE-ONE-ROW.
           IF ApprReqLine = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Read-Count
           MOVE SPACES TO WS-Row-Reason
           PERFORM 0210-EDIT-REQUEST-FIELDS
           IF WS-Row-Reason = SPACES
               PERFORM 0300-FIND-VERSION
               EVALUATE TRUE
                   WHEN WS-Version-Found NOT = "Y"
                       MOVE "02" TO WS-Row-Reason
                   WHEN FUNCTION TRIM(WS-Ver-Standing) NOT = "PENDING"
                       MOVE "03" TO WS-Row-Reason
                   WHEN WS-Req-Approver = SPACES
                       MOVE "04" TO WS-Row-Reason
                   WHEN FUNCTION TRIM(FUNCTION UPPER-CASE
                           (WS-Req-Approver))
                           = FUNCTION TRIM(FUNCTION UPPER-CASE
                           (WS-Ver-Proposer))
                       MOVE "05" TO WS-Row-Reason
               END-EVALUATE
           END-IF
           IF WS-Row-Reason = SPACES
               AND WS-Req-Decision = "APPROVED"
               PERFORM 0400-FIND-IMPACT-REPORT
               IF WS-Impact-Found NOT = "Y"
                   MOVE "06" TO WS-Row-Reason
               END-IF
           END-IF
           IF WS-Row-Reason = SPACES
               PERFORM 0500-RECORD-DECISION
           ELSE
               ADD 1 TO WS-Refuse-Count
               PERFORM 0250-WRITE-SUSPENSE
           END-IF.

       0210-EDIT-REQUEST-FIELDS.
           MOVE SPACES TO WS-Req-Field-1 WS-Req-Field-2
               WS-Req-Field-3 WS-Req-Field-4
           UNSTRING ApprReqLine DELIMITED BY ","
               INTO WS-Req-Field-1 WS-Req-Field-2 WS-Req-Field-3
                   WS-Req-Field-4
           IF WS-Req-Field-1 = SPACES
               OR FUNCTION TRIM(WS-Req-Field-2) IS NOT NUMERIC
               MOVE "01" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(FUNCTION UPPER-CASE
                   (WS-Req-Field-3))
               WHEN "APPROVE"
                   MOVE "APPROVED" TO WS-Req-Decision
               WHEN "REJECT"
                   MOVE "REJECTED" TO WS-Req-Decision
               WHEN OTHER
                   MOVE "01" TO WS-Row-Reason
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-Req-Field-1 TO WS-Req-Rule
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Req-Field-2))
               TO WS-Req-Version
           MOVE FUNCTION TRIM(WS-Req-Field-4) TO WS-Req-Approver.

       0250-WRITE-SUSPENSE.
           MOVE SPACES TO ApprSuspLine
           STRING WS-Row-Reason DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ApprReqLine DELIMITED BY SIZE
               INTO ApprSuspLine
           WRITE ApprSuspLine.

      *>Read the master fresh for every decision row, so a second
      *>row for a version decided earlier in the same run sees
      *>that decision.
       0300-FIND-VERSION.
           MOVE "N" TO WS-Version-Found
           MOVE SPACES TO WS-Ver-Effdate WS-Ver-Proposer
               WS-Ver-Proposed WS-Ver-Standing
           MOVE "N" TO WS-EOF-Master
           OPEN INPUT RuleMaster
           IF WS-Master-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-Master
               READ RuleMaster
                   AT END SET EOF-Master TO TRUE
                   NOT AT END PERFORM 0310-CHECK-MASTER-LINE
               END-READ
           END-PERFORM
           CLOSE RuleMaster.

       0310-CHECK-MASTER-LINE.
           MOVE SPACES TO WS-Mst-Field-1 WS-Mst-Field-2
               WS-Mst-Field-3 WS-Mst-Field-4 WS-Mst-Field-5
               WS-Mst-Field-6
           UNSTRING RuleMasterLine DELIMITED BY ","
               INTO WS-Mst-Field-1 WS-Mst-Field-2 WS-Mst-Field-3
                   WS-Mst-Field-4 WS-Mst-Field-5 WS-Mst-Field-6
           IF FUNCTION TRIM(FUNCTION UPPER-CASE(WS-Mst-Field-1))
                   NOT = FUNCTION TRIM(FUNCTION UPPER-CASE
                   (WS-Req-Rule))
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-Mst-Field-2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(FUNCTION TRIM(WS-Mst-Field-2))
                   NOT = WS-Req-Version
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-Version-Found
           MOVE WS-Mst-Field-3 TO WS-Ver-Effdate
           EVALUATE FUNCTION TRIM(FUNCTION UPPER-CASE
                   (WS-Mst-Field-4))
               WHEN "HISTORY"
                   MOVE WS-Mst-Field-5 TO WS-Ver-Proposer
                   MOVE WS-Mst-Field-6 TO WS-Ver-Proposed
               WHEN "STATUS"
                   MOVE FUNCTION UPPER-CASE(WS-Mst-Field-5)
                       TO WS-Ver-Standing
           END-EVALUATE.

      *>The impact report on file is the last RuleImp run's
      *>IMPACTRPT. Any analysis whose "after" side is this
      *>version counts, whatever it was compared against.
       0400-FIND-IMPACT-REPORT.
           MOVE "N" TO WS-Impact-Found
           MOVE "N" TO WS-EOF-Impact
           OPEN INPUT ImpactRpt
           IF WS-Impact-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-Impact OR WS-Impact-Found = "Y"
               READ ImpactRpt
                   AT END SET EOF-Impact TO TRUE
                   NOT AT END PERFORM 0410-CHECK-IMPACT-LINE
               END-READ
           END-PERFORM
           CLOSE ImpactRpt.

       0410-CHECK-IMPACT-LINE.
           IF ImpactRptLine(1:10) NOT = "Impact of "
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Imp-Word-1 WS-Imp-Word-2 WS-Imp-Word-3
               WS-Imp-Word-4 WS-Imp-Word-5 WS-Imp-Word-6
               WS-Imp-Word-7 WS-Imp-Word-8
           UNSTRING ImpactRptLine DELIMITED BY ALL SPACE
               INTO WS-Imp-Word-1 WS-Imp-Word-2 WS-Imp-Word-3
                   WS-Imp-Word-4 WS-Imp-Word-5 WS-Imp-Word-6
                   WS-Imp-Word-7 WS-Imp-Word-8
           IF FUNCTION TRIM(FUNCTION UPPER-CASE(WS-Imp-Word-3))
                   = FUNCTION TRIM(FUNCTION UPPER-CASE(WS-Req-Rule))
               AND WS-Imp-Word-6 = "->"
               AND FUNCTION TRIM(WS-Imp-Word-8) IS NUMERIC
               IF FUNCTION NUMVAL(FUNCTION TRIM(WS-Imp-Word-8))
                       = WS-Req-Version
                   MOVE "Y" TO WS-Impact-Found
               END-IF
           END-IF.

      *>Append the decision to the master as the version's new
      *>STATUS row - the row every in-force pick reads - and to
      *>the approval history, which keeps proposer, checker and
      *>both dates side by side for the auditors. A master that
      *>cannot be extended records nothing - no history row and
      *>no count for a decision that never reached the master.
       0500-RECORD-DECISION.
           MOVE WS-Req-Version TO WS-Conv-Text
           OPEN EXTEND RuleMaster
           IF WS-Master-Status NOT = "00"
               DISPLAY "RuleApr: cannot extend RULEMSTR, status "
                   WS-Master-Status ", " FUNCTION TRIM(WS-Req-Rule)
                   " version " FUNCTION TRIM(WS-Conv-Text)
                   " not recorded"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RuleMasterLine
           STRING FUNCTION TRIM(WS-Req-Rule) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Ver-Effdate DELIMITED BY SIZE
                  ",STATUS," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Req-Decision) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Req-Approver) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Run-Date DELIMITED BY SIZE
               INTO RuleMasterLine
           WRITE RuleMasterLine
           CLOSE RuleMaster
           OPEN EXTEND ApprHist
           IF WS-Hist-Status NOT = "00"
               OPEN OUTPUT ApprHist
               CLOSE ApprHist
               OPEN EXTEND ApprHist
           END-IF
           MOVE SPACES TO ApprHistLine
           STRING FUNCTION TRIM(WS-Req-Rule) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Ver-Effdate DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Ver-Proposer) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Ver-Proposed) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Req-Decision) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Req-Approver) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Run-Date DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Run-Time DELIMITED BY SIZE
               INTO ApprHistLine
           WRITE ApprHistLine
           CLOSE ApprHist
           IF WS-Req-Decision = "APPROVED"
               ADD 1 TO WS-Approve-Count
           ELSE
               ADD 1 TO WS-Reject-Count
           END-IF
           DISPLAY "RuleApr: " FUNCTION TRIM(WS-Req-Rule)
               " version " FUNCTION TRIM(WS-Conv-Text)
               " effective " WS-Ver-Effdate " "
               FUNCTION TRIM(WS-Req-Decision)
               " by " FUNCTION TRIM(WS-Req-Approver)
               " (proposed by " FUNCTION TRIM(WS-Ver-Proposer) ")".

       0600-DISPLAY-SUMMARY.
           DISPLAY "RuleApr: processed as-of " WS-Run-Date
           MOVE WS-Read-Count TO WS-Conv-Text
           MOVE WS-Approve-Count TO WS-Conv-Text2
           MOVE WS-Reject-Count TO WS-Conv-Text3
           MOVE WS-Refuse-Count TO WS-Conv-Text4
           DISPLAY "RuleApr: read " FUNCTION TRIM(WS-Conv-Text)
               " approved " FUNCTION TRIM(WS-Conv-Text2)
               " rejected " FUNCTION TRIM(WS-Conv-Text3)
               " refused " FUNCTION TRIM(WS-Conv-Text4).
