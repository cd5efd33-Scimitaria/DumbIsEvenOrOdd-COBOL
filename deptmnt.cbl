       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptMnt.
       AUTHOR. Scimitaria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DeptProp ASSIGN TO "DEPTPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Prop-Status.
           SELECT DeptMaster ASSIGN TO "DEPTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DeptMstr-Status.
           SELECT DeptSusp ASSIGN TO "DEPTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Susp-Status.
           SELECT RuleMaster ASSIGN TO "RULEMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Status.
           SELECT RuleFile ASSIGN TO "GENRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RuleFile-Status.
           SELECT ProcDate ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProcDate-Status.

       DATA DIVISION.
       FILE SECTION.
       FD DeptProp.
       01 DeptPropLine PIC X(200).

       FD DeptMaster.
       01 DeptMasterLine PIC X(200).

       FD DeptSusp.
       01 DeptSuspLine PIC X(210).

       FD RuleMaster.
       01 RuleMasterLine PIC X(80).

       FD RuleFile.
       01 RuleFileLine PIC X(60).

       FD ProcDate.
       01 ProcDateLine PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-Prop-Status     PIC XX.
       01 WS-DeptMstr-Status PIC XX.
       01 WS-Susp-Status     PIC XX.
       01 WS-Master-Status   PIC XX.
       01 WS-RuleFile-Status PIC XX.

       01 WS-EOF-Prop        PIC X VALUE "N".
           88 EOF-Prop           VALUE "Y".
       01 WS-EOF-DeptMstr    PIC X VALUE "N".
           88 EOF-DeptMstr       VALUE "Y".
       01 WS-EOF-Master      PIC X VALUE "N".
           88 EOF-Master         VALUE "Y".
       01 WS-EOF-RuleFile    PIC X VALUE "N".
           88 EOF-RuleFile       VALUE "Y".

      *>--- one parsed maintenance row: the keyword, then the
      *>code,name,costcenter,rulesets fields land in the shared
      *>DEPT-MASTER-ROW parse area -------------------------------
       01 WS-Prop-Keyword    PIC X(10).
       01 WS-Row-Reason      PIC XX.

      *>--- deck control state: the MAINT row leads the deck and
      *>names who sent it, for the by column on every row written
       01 WS-Maint-Seen      PIC X VALUE "N".
       01 WS-Submitter       PIC X(10).

      *>--- the department master as last maintained, plus which
      *>entries this deck touched - only those are appended ------
       COPY "DEPTMSTR.cpy".
       01 DEPT-CHANGED-TABLE.
           05 DC-CHANGED       PIC X OCCURS 100 TIMES.
       01 DM-MATCH-IDX       PIC 9(3).
       01 WS-Master-Full     PIC X VALUE "N".
       01 WS-Rs-Sub          PIC 9(2).
       01 WS-Rs-Count        PIC 9(2).
       01 WS-Rs-Text         PIC X(110).
       01 WS-Rs-Work         PIC X(110).

      *>--- rule-set names a department may be authorized for:
      *>every rule name on RULEMSTR or GENRULES, plus PARITY, the
      *>table Dumb has built in ------------------------------------
       01 KNOWN-RULESET-TABLE.
           05 KR-NAME          PIC X(10) OCCURS 100 TIMES
                               INDEXED BY KR-IDX.
       01 KNOWN-RULESET-COUNT PIC 9(3).
       01 WS-Known-Name      PIC X(10).
       01 WS-Known-Found     PIC X.
       01 WS-Rule-Field-1    PIC X(10).

      *>--- edit counters ----------------------------------------
       01 WS-Read-Count      PIC 9(5).
       01 WS-Accept-Count    PIC 9(5).
       01 WS-Reject-Count    PIC 9(5).
       01 WS-Applied-Count   PIC 9(5).

      *>--- the run date stamped on every row written: the
      *>shop-wide PROCDATE control file when one is on file, the
      *>system clock otherwise --------------------------------
       01 WS-ProcDate-Status PIC XX.
       01 WS-Pd-Record       PIC X(40).
       01 WS-Pd-Field-1      PIC X(10).
       01 WS-Pd-Field-2      PIC X(10).
       01 WS-Run-Date        PIC X(8).

      *>--- conversion scratch -----------------------------------
       01 WS-Conv-Text       PIC Z(4)9.
       01 WS-Conv-Text2      PIC Z(4)9.
       01 WS-Conv-Text3      PIC Z(4)9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-READ-PROCESS-DATE
           MOVE 0 TO WS-Read-Count
           MOVE 0 TO WS-Accept-Count
           MOVE 0 TO WS-Reject-Count
           MOVE 0 TO WS-Applied-Count
           MOVE SPACES TO DEPT-CHANGED-TABLE
           PERFORM 0100-LOAD-DEPT-MASTER
           IF WS-Master-Full = "Y"
      *>Maintaining against a partial table could re-add a
      *>department that is already on file past the cut.
               DISPLAY "DeptMnt: DEPTMSTR holds over 100 "
                   "departments, nothing applied"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0150-LOAD-KNOWN-RULESETS
           OPEN INPUT DeptProp
           IF WS-Prop-Status NOT = "00"
               DISPLAY "DeptMnt: cannot open DEPTPROP, status "
                   WS-Prop-Status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DeptSusp
           PERFORM UNTIL EOF-Prop
               READ DeptProp
                   AT END SET EOF-Prop TO TRUE
                   NOT AT END PERFORM 0200-EDIT-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE DeptProp
           IF WS-Maint-Seen = "N"
               DISPLAY "DeptMnt: deck has no MAINT control row"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-Reject-Count > 0
                   DISPLAY "DeptMnt: deck rejected, master unchanged"
                   MOVE 8 TO RETURN-CODE
               ELSE
      *>The MAINT row is the one accepted row a deck of no
      *>department rows still has.
                   IF WS-Accept-Count < 2
                       DISPLAY "DeptMnt: deck holds no department "
                           "rows"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 0400-APPLY-TO-MASTER
                   END-IF
               END-IF
           END-IF
           CLOSE DeptSusp
           PERFORM 0500-DISPLAY-SUMMARY
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

      *>Load the master as last maintained: a later row for a
      *>code replaces the earlier one. No master yet is an empty
      *>table - the first deck builds it.
       0100-LOAD-DEPT-MASTER.
           MOVE 0 TO DEPT-MASTER-COUNT
           MOVE "N" TO WS-EOF-DeptMstr
           OPEN INPUT DeptMaster
           IF WS-DeptMstr-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-DeptMstr
               READ DeptMaster
                   AT END SET EOF-DeptMstr TO TRUE
                   NOT AT END PERFORM 0110-COLLECT-DEPT-ROW
               END-READ
           END-PERFORM
           CLOSE DeptMaster.

       0110-COLLECT-DEPT-ROW.
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
           PERFORM 0115-SPLIT-RULESETS
           PERFORM 0120-FIND-DEPT-SLOT
           IF DM-MATCH-IDX = 0
               IF DEPT-MASTER-COUNT = 100
                   MOVE "Y" TO WS-Master-Full
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
           MOVE DMR-MAINT-BY TO DM-MAINT-BY(DM-MATCH-IDX)
           MOVE DMR-MAINT-DATE TO DM-MAINT-DATE(DM-MATCH-IDX)
           PERFORM 0130-COPY-RULESET-LIST.

      *>Split a "/"-separated rule-set list into DMR-RULESET,
      *>upper-cased and packed to the front, with WS-Rs-Count
      *>names. DMR-RULESET-EXTRA catches an eleventh.
       0115-SPLIT-RULESETS.
           MOVE SPACES TO DMR-RULESET(1) DMR-RULESET(2)
               DMR-RULESET(3) DMR-RULESET(4) DMR-RULESET(5)
               DMR-RULESET(6) DMR-RULESET(7) DMR-RULESET(8)
               DMR-RULESET(9) DMR-RULESET(10) DMR-RULESET-EXTRA
           UNSTRING DMR-RULESETS DELIMITED BY "/"
               INTO DMR-RULESET(1) DMR-RULESET(2) DMR-RULESET(3)
                   DMR-RULESET(4) DMR-RULESET(5) DMR-RULESET(6)
                   DMR-RULESET(7) DMR-RULESET(8) DMR-RULESET(9)
                   DMR-RULESET(10) DMR-RULESET-EXTRA
           MOVE 0 TO WS-Rs-Count
           PERFORM VARYING WS-Rs-Sub FROM 1 BY 1
                   UNTIL WS-Rs-Sub > 10
               IF DMR-RULESET(WS-Rs-Sub) NOT = SPACES
                   ADD 1 TO WS-Rs-Count
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                           (DMR-RULESET(WS-Rs-Sub)))
                       TO DMR-RULESET(WS-Rs-Count)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Rs-Sub FROM WS-Rs-Count BY 1
                   UNTIL WS-Rs-Sub = 10
               MOVE SPACES TO DMR-RULESET(WS-Rs-Sub + 1)
           END-PERFORM.

       0120-FIND-DEPT-SLOT.
           MOVE 0 TO DM-MATCH-IDX
           PERFORM VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > DEPT-MASTER-COUNT
               IF DM-CODE(DM-IDX) = FUNCTION UPPER-CASE
                       (FUNCTION TRIM(DMR-CODE))
                   MOVE DM-IDX TO DM-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       0130-COPY-RULESET-LIST.
           MOVE WS-Rs-Count TO DM-RULESET-COUNT(DM-MATCH-IDX)
           PERFORM VARYING WS-Rs-Sub FROM 1 BY 1
                   UNTIL WS-Rs-Sub > 10
               MOVE DMR-RULESET(WS-Rs-Sub)
                   TO DM-RULESET(DM-MATCH-IDX, WS-Rs-Sub)
           END-PERFORM.

      *>Every rule name a RULESET header could load: the names on
      *>RULEMSTR and GENRULES, and PARITY for Dumb's built-in
      *>table. Either file absent just contributes nothing.
       0150-LOAD-KNOWN-RULESETS.
           MOVE 0 TO KNOWN-RULESET-COUNT
           MOVE "PARITY" TO WS-Known-Name
           PERFORM 0160-ADD-KNOWN-RULESET
           MOVE "N" TO WS-EOF-Master
           OPEN INPUT RuleMaster
           IF WS-Master-Status = "00"
               PERFORM UNTIL EOF-Master
                   READ RuleMaster
                       AT END SET EOF-Master TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-Rule-Field-1
                           UNSTRING RuleMasterLine DELIMITED BY ","
                               INTO WS-Rule-Field-1
                           MOVE WS-Rule-Field-1 TO WS-Known-Name
                           PERFORM 0160-ADD-KNOWN-RULESET
                   END-READ
               END-PERFORM
               CLOSE RuleMaster
           END-IF
           MOVE "N" TO WS-EOF-RuleFile
           OPEN INPUT RuleFile
           IF WS-RuleFile-Status = "00"
               PERFORM UNTIL EOF-RuleFile
                   READ RuleFile
                       AT END SET EOF-RuleFile TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-Rule-Field-1
                           UNSTRING RuleFileLine DELIMITED BY ","
                               INTO WS-Rule-Field-1
                           MOVE WS-Rule-Field-1 TO WS-Known-Name
                           PERFORM 0160-ADD-KNOWN-RULESET
                   END-READ
               END-PERFORM
               CLOSE RuleFile
           END-IF.

       0160-ADD-KNOWN-RULESET.
           IF WS-Known-Name = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Known-Name))
               TO WS-Known-Name
           PERFORM VARYING KR-IDX FROM 1 BY 1
                   UNTIL KR-IDX > KNOWN-RULESET-COUNT
               IF KR-NAME(KR-IDX) = WS-Known-Name
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF KNOWN-RULESET-COUNT < 100
               ADD 1 TO KNOWN-RULESET-COUNT
               MOVE WS-Known-Name TO KR-NAME(KNOWN-RULESET-COUNT)
           END-IF.

      *>Edit one maintenance row. The first non-blank row must be
      *>the MAINT,<submitter> control row; after that each row is
      *>ADD,code,name,costcenter,rulesets - a new department,
      *>every field required - or CHANGE,code,name,costcenter,
      *>rulesets - blank fields keep what is on file, a rule-set
      *>list replaces the old one whole - or DEACTIVATE,code /
      *>REACTIVATE,code. Rows apply in order to the table in
      *>storage, so an ADD and a later CHANGE in one deck work.
       0200-EDIT-ONE-ROW.
           IF DeptPropLine = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Read-Count
           MOVE SPACES TO WS-Prop-Keyword DEPT-MASTER-ROW
           UNSTRING DeptPropLine DELIMITED BY ","
               INTO WS-Prop-Keyword DMR-CODE DMR-NAME
                   DMR-COST-CENTER DMR-RULESETS
           MOVE SPACES TO WS-Row-Reason
           IF WS-Maint-Seen = "N"
               PERFORM 0210-EDIT-MAINT-ROW
           ELSE
               PERFORM 0220-EDIT-DEPT-ROW
           END-IF
           IF WS-Row-Reason = SPACES
               ADD 1 TO WS-Accept-Count
           ELSE
               ADD 1 TO WS-Reject-Count
               PERFORM 0300-WRITE-SUSPENSE
           END-IF.

       0210-EDIT-MAINT-ROW.
           IF FUNCTION TRIM(FUNCTION UPPER-CASE(WS-Prop-Keyword))
                   NOT = "MAINT"
               OR DMR-CODE = SPACES
               MOVE "09" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           MOVE DMR-CODE TO WS-Submitter
           MOVE "Y" TO WS-Maint-Seen.

       0220-EDIT-DEPT-ROW.
           EVALUATE FUNCTION TRIM(FUNCTION UPPER-CASE
                   (WS-Prop-Keyword))
               WHEN "ADD"
               WHEN "CHANGE"
               WHEN "DEACTIVATE"
               WHEN "REACTIVATE"
                   CONTINUE
               WHEN OTHER
                   MOVE "01" TO WS-Row-Reason
                   EXIT PARAGRAPH
           END-EVALUATE
           IF DMR-CODE = SPACES
               OR FUNCTION TRIM(FUNCTION UPPER-CASE(DMR-CODE))
                   = "NONE"
      *>NONE is what Dumb stamps on work from a deck with no DEPT
      *>header; a department by that name could not be told
      *>apart from unattributed work.
               MOVE "02" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           PERFORM 0120-FIND-DEPT-SLOT
           EVALUATE FUNCTION TRIM(FUNCTION UPPER-CASE
                   (WS-Prop-Keyword))
               WHEN "ADD"
                   PERFORM 0230-EDIT-ADD-ROW
               WHEN "CHANGE"
                   PERFORM 0240-EDIT-CHANGE-ROW
               WHEN "DEACTIVATE"
                   IF DM-MATCH-IDX = 0
                       MOVE "04" TO WS-Row-Reason
                   ELSE
                       MOVE "I" TO DM-STATUS(DM-MATCH-IDX)
                       MOVE "Y" TO DC-CHANGED(DM-MATCH-IDX)
                   END-IF
               WHEN "REACTIVATE"
                   IF DM-MATCH-IDX = 0
                       MOVE "04" TO WS-Row-Reason
                   ELSE
                       MOVE "A" TO DM-STATUS(DM-MATCH-IDX)
                       MOVE "Y" TO DC-CHANGED(DM-MATCH-IDX)
                   END-IF
           END-EVALUATE.

       0230-EDIT-ADD-ROW.
           IF DM-MATCH-IDX NOT = 0
               MOVE "03" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           IF DMR-NAME = SPACES
               MOVE "05" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           IF DMR-COST-CENTER = SPACES
               MOVE "06" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           PERFORM 0250-EDIT-RULESET-LIST
           IF WS-Row-Reason NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF DEPT-MASTER-COUNT = 100
               MOVE "10" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DEPT-MASTER-COUNT
           MOVE DEPT-MASTER-COUNT TO DM-MATCH-IDX
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DMR-CODE))
               TO DM-CODE(DM-MATCH-IDX)
           MOVE DMR-NAME TO DM-NAME(DM-MATCH-IDX)
           MOVE DMR-COST-CENTER TO DM-COST-CENTER(DM-MATCH-IDX)
           MOVE "A" TO DM-STATUS(DM-MATCH-IDX)
           PERFORM 0130-COPY-RULESET-LIST
           MOVE "Y" TO DC-CHANGED(DM-MATCH-IDX).

       0240-EDIT-CHANGE-ROW.
           IF DM-MATCH-IDX = 0
               MOVE "04" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           IF DMR-RULESETS NOT = SPACES
               PERFORM 0250-EDIT-RULESET-LIST
               IF WS-Row-Reason NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM 0130-COPY-RULESET-LIST
           END-IF
           IF DMR-NAME NOT = SPACES
               MOVE DMR-NAME TO DM-NAME(DM-MATCH-IDX)
           END-IF
           IF DMR-COST-CENTER NOT = SPACES
               MOVE DMR-COST-CENTER TO DM-COST-CENTER(DM-MATCH-IDX)
           END-IF
           MOVE "Y" TO DC-CHANGED(DM-MATCH-IDX).

      *>The rule-set list: one to ten names, each one a rule set
      *>a RULESET header could actually load - an authorization
      *>for a misspelled name would never match anything.
       0250-EDIT-RULESET-LIST.
           PERFORM 0115-SPLIT-RULESETS
           IF WS-Rs-Count = 0 OR DMR-RULESET-EXTRA NOT = SPACES
               MOVE "07" TO WS-Row-Reason
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-Rs-Sub FROM 1 BY 1
                   UNTIL WS-Rs-Sub > WS-Rs-Count
               MOVE "N" TO WS-Known-Found
               PERFORM VARYING KR-IDX FROM 1 BY 1
                       UNTIL KR-IDX > KNOWN-RULESET-COUNT
                   IF KR-NAME(KR-IDX) = DMR-RULESET(WS-Rs-Sub)
                       MOVE "Y" TO WS-Known-Found
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-Known-Found = "N"
                   MOVE "08" TO WS-Row-Reason
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       0300-WRITE-SUSPENSE.
           MOVE SPACES TO DeptSuspLine
           STRING WS-Row-Reason DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DeptPropLine DELIMITED BY SIZE
               INTO DeptSuspLine
           WRITE DeptSuspLine.

      *>The deck edited clean: append the new image of every
      *>department it touched, stamped with the submitter and
      *>the run date. The master is append-only - the rows it
      *>replaces stay as the department's history.
       0400-APPLY-TO-MASTER.
           OPEN EXTEND DeptMaster
           IF WS-DeptMstr-Status NOT = "00"
               OPEN OUTPUT DeptMaster
               CLOSE DeptMaster
               OPEN EXTEND DeptMaster
           END-IF
           PERFORM VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > DEPT-MASTER-COUNT
               IF DC-CHANGED(DM-IDX) = "Y"
                   PERFORM 0410-WRITE-DEPT-ROW
               END-IF
           END-PERFORM
           CLOSE DeptMaster.

       0410-WRITE-DEPT-ROW.
           MOVE SPACES TO WS-Rs-Text
           PERFORM VARYING WS-Rs-Sub FROM 1 BY 1
                   UNTIL WS-Rs-Sub > DM-RULESET-COUNT(DM-IDX)
               IF WS-Rs-Sub = 1
                   MOVE DM-RULESET(DM-IDX, 1) TO WS-Rs-Text
               ELSE
                   MOVE SPACES TO WS-Rs-Work
                   STRING FUNCTION TRIM(WS-Rs-Text)
                              DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          FUNCTION TRIM(DM-RULESET(DM-IDX,
                              WS-Rs-Sub)) DELIMITED BY SIZE
                       INTO WS-Rs-Work
                   MOVE WS-Rs-Work TO WS-Rs-Text
               END-IF
           END-PERFORM
           MOVE WS-Submitter TO DM-MAINT-BY(DM-IDX)
           MOVE WS-Run-Date TO DM-MAINT-DATE(DM-IDX)
           MOVE SPACES TO DeptMasterLine
           STRING FUNCTION TRIM(DM-CODE(DM-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DM-NAME(DM-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DM-COST-CENTER(DM-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DM-STATUS(DM-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Rs-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DM-MAINT-BY(DM-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DM-MAINT-DATE(DM-IDX) DELIMITED BY SIZE
               INTO DeptMasterLine
           WRITE DeptMasterLine
           ADD 1 TO WS-Applied-Count
           DISPLAY "DeptMnt: " FUNCTION TRIM(DM-CODE(DM-IDX))
               " " FUNCTION TRIM(DM-NAME(DM-IDX))
               " cost center " FUNCTION TRIM(DM-COST-CENTER(DM-IDX))
               " status " DM-STATUS(DM-IDX)
               " rule sets " FUNCTION TRIM(WS-Rs-Text).

       0500-DISPLAY-SUMMARY.
           DISPLAY "DeptMnt: processed as-of " WS-Run-Date
           MOVE WS-Read-Count TO WS-Conv-Text
           MOVE WS-Accept-Count TO WS-Conv-Text2
           MOVE WS-Reject-Count TO WS-Conv-Text3
           DISPLAY "DeptMnt: read " FUNCTION TRIM(WS-Conv-Text)
               " accepted " FUNCTION TRIM(WS-Conv-Text2)
               " rejected " FUNCTION TRIM(WS-Conv-Text3)
           IF WS-Applied-Count > 0
               MOVE WS-Applied-Count TO WS-Conv-Text
               DISPLAY "DeptMnt: " FUNCTION TRIM(WS-Conv-Text)
                   " department(s) applied to master"
           END-IF.
