       IDENTIFICATION DIVISION.
       PROGRAM-ID. RejAge.
       AUTHOR. Scimitaria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RejSusp ASSIGN TO "REJSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RejSusp-Status.
           SELECT DeptMaster ASSIGN TO "DEPTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DeptMstr-Status.
           SELECT ProcDate ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProcDate-Status.
           SELECT AgeRpt ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD RejSusp.
       01 RejSuspLine PIC X(140).

       FD DeptMaster.
       01 DeptMasterLine PIC X(200).

       FD ProcDate.
       01 ProcDateLine PIC X(40).

       FD AgeRpt.
       01 AgeRptLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RejSusp-Status  PIC XX.
       01 WS-DeptMstr-Status PIC XX.
       01 WS-ProcDate-Status PIC XX.
       01 WS-Rpt-Status      PIC XX.

       01 WS-EOF-RejSusp     PIC X VALUE "N".
           88 EOF-RejSusp        VALUE "Y".
       01 WS-EOF-DeptMstr    PIC X VALUE "N".
           88 EOF-DeptMstr       VALUE "Y".

      *>--- processing date: ages are counted back from the
      *>PROCDATE business date, system clock when it is absent ---
       01 WS-Proc-Date       PIC X(8).
       01 WS-Pd-Record       PIC X(40).
       01 WS-Pd-Field-1      PIC X(10).
       01 WS-Pd-Field-2      PIC X(10).
       01 WS-Proc-Day        PIC 9(8).

      *>--- one parsed REJSUSP row, REJECT or CLEAR; the first
      *>five fields are the item key either way ------------------
       01 WS-Rs-Type         PIC X(10).
       01 WS-Rs-Dept         PIC X(10).
       01 WS-Rs-Deck         PIC X(17).
       01 WS-Rs-Date         PIC X(8).
       01 WS-Rs-Recno-Text   PIC X(10).
       01 WS-Rs-Field-6      PIC X(17).
       01 WS-Rs-Field-7      PIC X(17).
       01 WS-Rs-Field-8      PIC X(38).
       01 WS-Rs-Recno        PIC 9(9).
       01 WS-Rs-Ptr          PIC 9(3).

      *>--- every suspense item on file, in the order rejected;
      *>RJ-OPEN goes "N" when a CLEAR row for its key turns up --
       01 REJECT-ITEM-TABLE.
           05 REJECT-ITEM OCCURS 5000 TIMES INDEXED BY RJ-IDX.
               10 RJ-DEPT     PIC X(10).
               10 RJ-DECK     PIC X(17).
               10 RJ-DATE     PIC X(8).
               10 RJ-RECNO    PIC 9(9).
               10 RJ-REASON   PIC XX.
               10 RJ-RULE     PIC X(10).
               10 RJ-VALUE    PIC X(38).
               10 RJ-OPEN     PIC X.
               10 RJ-AGE      PIC 9(5).
       01 REJECT-ITEM-COUNT  PIC 9(4) VALUE 0.
       01 RJ-MATCH-IDX       PIC 9(4).
       01 WS-Items-Full      PIC X VALUE "N".

      *>--- CLEAR rows that matched no open item: a mistyped key
      *>on a correction deck, or an item cleared twice -----------
       01 UNMATCHED-CLEAR-TABLE.
           05 UC-LINE OCCURS 50 TIMES INDEXED BY UC-IDX
                                  PIC X(140).
       01 UNMATCHED-CLEAR-COUNT PIC 9(5) VALUE 0.

      *>--- open items by department and age bucket --------------
       01 AGE-TALLY-TABLE.
           05 AGE-TALLY-ENTRY OCCURS 100 TIMES INDEXED BY AG-IDX.
               10 AG-DEPT     PIC X(10).
               10 AG-BAND-1   PIC 9(5).
               10 AG-BAND-2   PIC 9(5).
               10 AG-BAND-3   PIC 9(5).
               10 AG-TOTAL    PIC 9(5).
       01 AGE-TALLY-COUNT    PIC 9(3) VALUE 0.
       01 AG-MATCH-IDX       PIC 9(3).
       01 AG-SWAP-IDX        PIC 9(3).
       01 AG-SCAN-IDX        PIC 9(3).
       01 WS-Swap-Entry      PIC X(30).
       01 WS-Swap-Wanted     PIC X.

      *>--- run totals --------------------------------------------
       01 WS-Tot-Items       PIC 9(5) VALUE 0.
       01 WS-Tot-Cleared     PIC 9(5) VALUE 0.
       01 WS-Tot-Band-1      PIC 9(5) VALUE 0.
       01 WS-Tot-Band-2      PIC 9(5) VALUE 0.
       01 WS-Tot-Band-3      PIC 9(5) VALUE 0.
       01 WS-Tot-Open        PIC 9(5) VALUE 0.

      *>--- department names for the report, from DEPTMSTR as
      *>last maintained ------------------------------------------
       COPY "DEPTMSTR.cpy".
       01 DM-MATCH-IDX       PIC 9(3).
       01 WS-Find-Dept       PIC X(10).

      *>--- numeric-to-display conversion scratch ----------------
       01 WS-Conv-Text       PIC Z(8)9.
       01 WS-Conv-Text2      PIC Z(8)9.
       01 WS-Conv-Text3      PIC Z(8)9.
       01 WS-Conv-Text4      PIC Z(8)9.
       01 WS-Conv-Text5      PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-READ-PROCESS-DATE
           PERFORM 0150-LOAD-DEPT-MASTER
           PERFORM 0200-LOAD-SUSPENSE
           PERFORM 0300-AGE-OPEN-ITEMS
           PERFORM 0350-SORT-WORST-FIRST
           OPEN OUTPUT AgeRpt
           PERFORM 0400-WRITE-REPORT
           CLOSE AgeRpt
      *>RC 4 puts the report in front of someone: items a month
      *>old, or corrections that cleared nothing. A table too
      *>small for the file is RC 8 - the report is incomplete.
           IF WS-Items-Full = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-Tot-Band-3 > 0 OR UNMATCHED-CLEAR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0050-READ-PROCESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Proc-Date
           OPEN INPUT ProcDate
           IF WS-ProcDate-Status = "00"
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
               END-IF
           END-IF
           MOVE WS-Proc-Date TO WS-Proc-Day.

      *>Load DEPTMSTR as last maintained - a later row for a code
      *>replaces the earlier one. Without a master the report
      *>still runs; departments just print without a name.
       0150-LOAD-DEPT-MASTER.
           MOVE 0 TO DEPT-MASTER-COUNT
           OPEN INPUT DeptMaster
           IF WS-DeptMstr-Status NOT = "00"
               DISPLAY "RejAge: cannot open DEPTMSTR, status "
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
           MOVE DMR-CODE TO WS-Find-Dept
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

      *>Look WS-Find-Dept up on the master table; DM-MATCH-IDX 0
      *>when it is not there.
       0170-FIND-MASTER-DEPT.
           MOVE 0 TO DM-MATCH-IDX
           PERFORM VARYING DM-IDX FROM 1 BY 1
                   UNTIL DM-IDX > DEPT-MASTER-COUNT
               IF DM-CODE(DM-IDX) = FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-Find-Dept))
                   MOVE DM-IDX TO DM-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>REJSUSP is Dumb's cumulative suspense file: a REJECT row
      *>opens an item, a CLEAR row with the same department, deck,
      *>processing date and record number closes it. The file is
      *>append-only, so a CLEAR always follows its REJECT. An
      *>absent file means nothing has ever rejected.
       0200-LOAD-SUSPENSE.
           OPEN INPUT RejSusp
           IF WS-RejSusp-Status NOT = "00"
               DISPLAY "RejAge: no REJSUSP on file, status "
                   WS-RejSusp-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-RejSusp
               READ RejSusp
                   AT END SET EOF-RejSusp TO TRUE
                   NOT AT END PERFORM 0210-LOAD-SUSPENSE-ROW
               END-READ
           END-PERFORM
           CLOSE RejSusp.

       0210-LOAD-SUSPENSE-ROW.
           IF RejSuspLine = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Rs-Type WS-Rs-Dept WS-Rs-Deck
               WS-Rs-Date WS-Rs-Recno-Text WS-Rs-Field-6
               WS-Rs-Field-7 WS-Rs-Field-8
      *>The value rides last on a REJECT row and may hold commas
      *>of its own, so it is taken whole from where field seven
      *>ends.
           MOVE 1 TO WS-Rs-Ptr
           UNSTRING RejSuspLine DELIMITED BY ","
               INTO WS-Rs-Type WS-Rs-Dept WS-Rs-Deck WS-Rs-Date
                   WS-Rs-Recno-Text WS-Rs-Field-6 WS-Rs-Field-7
               WITH POINTER WS-Rs-Ptr
           IF WS-Rs-Ptr NOT > 140
               MOVE RejSuspLine(WS-Rs-Ptr:) TO WS-Rs-Field-8
           END-IF
           IF WS-Rs-Date IS NOT NUMERIC
               OR FUNCTION TRIM(WS-Rs-Recno-Text) IS NOT NUMERIC
               DISPLAY "RejAge: skipping unparseable row: "
                   FUNCTION TRIM(RejSuspLine)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Rs-Recno-Text))
               TO WS-Rs-Recno
           PERFORM 0220-FIND-ITEM
           EVALUATE FUNCTION TRIM(WS-Rs-Type)
               WHEN "REJECT"
                   PERFORM 0230-ADD-ITEM
               WHEN "CLEAR"
                   IF RJ-MATCH-IDX NOT = 0
                       IF RJ-OPEN(RJ-MATCH-IDX) = "Y"
                           MOVE "N" TO RJ-OPEN(RJ-MATCH-IDX)
                           ADD 1 TO WS-Tot-Cleared
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   ADD 1 TO UNMATCHED-CLEAR-COUNT
                   IF UNMATCHED-CLEAR-COUNT NOT > 50
                       MOVE RejSuspLine
                           TO UC-LINE(UNMATCHED-CLEAR-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY "RejAge: skipping unknown row type: "
                       FUNCTION TRIM(RejSuspLine)
           END-EVALUATE.

      *>Look the row's key up among the items loaded so far;
      *>RJ-MATCH-IDX 0 when it is not there.
       0220-FIND-ITEM.
           MOVE 0 TO RJ-MATCH-IDX
           PERFORM VARYING RJ-IDX FROM 1 BY 1
                   UNTIL RJ-IDX > REJECT-ITEM-COUNT
               IF RJ-RECNO(RJ-IDX) = WS-Rs-Recno
                   AND RJ-DATE(RJ-IDX) = WS-Rs-Date
                   AND RJ-DECK(RJ-IDX) = WS-Rs-Deck
                   AND RJ-DEPT(RJ-IDX) = WS-Rs-Dept
                   MOVE RJ-IDX TO RJ-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>A rerun of a deck on the same processing date writes its
      *>rejects again under the same keys; they are the same items,
      *>so a key already on the table is not added twice.
       0230-ADD-ITEM.
           IF RJ-MATCH-IDX NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF REJECT-ITEM-COUNT = 5000
               IF WS-Items-Full = "N"
                   DISPLAY "RejAge: over 5000 suspense items, "
                       "report incomplete"
                   MOVE "Y" TO WS-Items-Full
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO REJECT-ITEM-COUNT
           MOVE WS-Rs-Dept TO RJ-DEPT(REJECT-ITEM-COUNT)
           MOVE WS-Rs-Deck TO RJ-DECK(REJECT-ITEM-COUNT)
           MOVE WS-Rs-Date TO RJ-DATE(REJECT-ITEM-COUNT)
           MOVE WS-Rs-Recno TO RJ-RECNO(REJECT-ITEM-COUNT)
           MOVE WS-Rs-Field-6(1:2) TO RJ-REASON(REJECT-ITEM-COUNT)
           MOVE WS-Rs-Field-7(1:10) TO RJ-RULE(REJECT-ITEM-COUNT)
           MOVE WS-Rs-Field-8 TO RJ-VALUE(REJECT-ITEM-COUNT)
           MOVE "Y" TO RJ-OPEN(REJECT-ITEM-COUNT)
           MOVE 0 TO RJ-AGE(REJECT-ITEM-COUNT).

      *>Age every open item in days from its processing date to
      *>ours and tally it by department into 0-7, 8-30 and over
      *>30 days. An item dated after PROCDATE (a run processed
      *>ahead of the date) counts as age 0.
       0300-AGE-OPEN-ITEMS.
           PERFORM VARYING RJ-IDX FROM 1 BY 1
                   UNTIL RJ-IDX > REJECT-ITEM-COUNT
               ADD 1 TO WS-Tot-Items
               IF RJ-OPEN(RJ-IDX) = "Y"
                   IF RJ-DATE(RJ-IDX) < WS-Proc-Date
                       COMPUTE RJ-AGE(RJ-IDX) =
                           FUNCTION INTEGER-OF-DATE(WS-Proc-Day)
                           - FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL(RJ-DATE(RJ-IDX)))
                   END-IF
                   PERFORM 0310-FIND-AGE-SLOT
                   ADD 1 TO WS-Tot-Open
                   ADD 1 TO AG-TOTAL(AG-MATCH-IDX)
                   EVALUATE TRUE
                       WHEN RJ-AGE(RJ-IDX) NOT > 7
                           ADD 1 TO AG-BAND-1(AG-MATCH-IDX)
                           ADD 1 TO WS-Tot-Band-1
                       WHEN RJ-AGE(RJ-IDX) NOT > 30
                           ADD 1 TO AG-BAND-2(AG-MATCH-IDX)
                           ADD 1 TO WS-Tot-Band-2
                       WHEN OTHER
                           ADD 1 TO AG-BAND-3(AG-MATCH-IDX)
                           ADD 1 TO WS-Tot-Band-3
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *>Find (or add) the item's department slot. Dumb stamps at
      *>most a 10-character code and DEPTMSTR holds 100, so 100
      *>slots cover every department that can reach the file.
       0310-FIND-AGE-SLOT.
           MOVE 0 TO AG-MATCH-IDX
           PERFORM VARYING AG-IDX FROM 1 BY 1
                   UNTIL AG-IDX > AGE-TALLY-COUNT
               IF AG-DEPT(AG-IDX) = RJ-DEPT(RJ-IDX)
                   MOVE AG-IDX TO AG-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF AG-MATCH-IDX = 0
               IF AGE-TALLY-COUNT = 100
                   MOVE 100 TO AG-MATCH-IDX
                   IF WS-Items-Full = "N"
                       DISPLAY "RejAge: over 100 departments, "
                           "report incomplete"
                       MOVE "Y" TO WS-Items-Full
                   END-IF
               ELSE
                   ADD 1 TO AGE-TALLY-COUNT
                   MOVE RJ-DEPT(RJ-IDX) TO AG-DEPT(AGE-TALLY-COUNT)
                   MOVE 0 TO AG-BAND-1(AGE-TALLY-COUNT)
                       AG-BAND-2(AGE-TALLY-COUNT)
                       AG-BAND-3(AGE-TALLY-COUNT)
                       AG-TOTAL(AGE-TALLY-COUNT)
                   MOVE AGE-TALLY-COUNT TO AG-MATCH-IDX
               END-IF
           END-IF.

      *>Worst offenders first: most items over 30 days, then most
      *>at 8-30 days, then most open - the same exchange sort
      *>AudInq puts its manifest days in order with.
       0350-SORT-WORST-FIRST.
           PERFORM VARYING AG-SWAP-IDX FROM 1 BY 1
                   UNTIL AG-SWAP-IDX > AGE-TALLY-COUNT
               PERFORM VARYING AG-SCAN-IDX FROM 1 BY 1
                       UNTIL AG-SCAN-IDX
                           > AGE-TALLY-COUNT - AG-SWAP-IDX
                   MOVE "N" TO WS-Swap-Wanted
                   EVALUATE TRUE
                       WHEN AG-BAND-3(AG-SCAN-IDX)
                               < AG-BAND-3(AG-SCAN-IDX + 1)
                           MOVE "Y" TO WS-Swap-Wanted
                       WHEN AG-BAND-3(AG-SCAN-IDX)
                               > AG-BAND-3(AG-SCAN-IDX + 1)
                           CONTINUE
                       WHEN AG-BAND-2(AG-SCAN-IDX)
                               < AG-BAND-2(AG-SCAN-IDX + 1)
                           MOVE "Y" TO WS-Swap-Wanted
                       WHEN AG-BAND-2(AG-SCAN-IDX)
                               > AG-BAND-2(AG-SCAN-IDX + 1)
                           CONTINUE
                       WHEN AG-TOTAL(AG-SCAN-IDX)
                               < AG-TOTAL(AG-SCAN-IDX + 1)
                           MOVE "Y" TO WS-Swap-Wanted
                   END-EVALUATE
                   IF WS-Swap-Wanted = "Y"
                       MOVE AGE-TALLY-ENTRY(AG-SCAN-IDX)
                           TO WS-Swap-Entry
                       MOVE AGE-TALLY-ENTRY(AG-SCAN-IDX + 1)
                           TO AGE-TALLY-ENTRY(AG-SCAN-IDX)
                       MOVE WS-Swap-Entry
                           TO AGE-TALLY-ENTRY(AG-SCAN-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0400-WRITE-REPORT.
           MOVE SPACES TO AgeRptLine
           STRING "Open reject aging as of " DELIMITED BY SIZE
                  WS-Proc-Date DELIMITED BY SIZE
                  " (days since processing date)" DELIMITED BY SIZE
               INTO AgeRptLine
           WRITE AgeRptLine
           PERFORM VARYING AG-IDX FROM 1 BY 1
                   UNTIL AG-IDX > AGE-TALLY-COUNT
               PERFORM 0410-WRITE-DEPT-BLOCK
           END-PERFORM
           IF AGE-TALLY-COUNT = 0
               MOVE "  No open rejects on file" TO AgeRptLine
               WRITE AgeRptLine
           END-IF
           IF UNMATCHED-CLEAR-COUNT > 0
               PERFORM 0430-WRITE-UNMATCHED-CLEARS
           END-IF
           MOVE WS-Tot-Band-1 TO WS-Conv-Text
           MOVE WS-Tot-Band-2 TO WS-Conv-Text2
           MOVE WS-Tot-Band-3 TO WS-Conv-Text3
           MOVE WS-Tot-Open TO WS-Conv-Text4
           MOVE SPACES TO AgeRptLine
           STRING "Totals: open=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text4) DELIMITED BY SIZE
                  " 0-7 days=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  " 8-30 days=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text2) DELIMITED BY SIZE
                  " over 30 days=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text3) DELIMITED BY SIZE
               INTO AgeRptLine
           WRITE AgeRptLine
           MOVE WS-Tot-Items TO WS-Conv-Text
           MOVE WS-Tot-Cleared TO WS-Conv-Text2
           MOVE UNMATCHED-CLEAR-COUNT TO WS-Conv-Text3
           MOVE SPACES TO AgeRptLine
           STRING "Suspense items on file=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  " cleared=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text2) DELIMITED BY SIZE
                  " unmatched corrections=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text3) DELIMITED BY SIZE
               INTO AgeRptLine
           WRITE AgeRptLine.

      *>One department: a bucket line, then its open items oldest
      *>first (file order is rejection order) with the key a
      *>correction deck needs - deck, processing date and record
      *>number - for the CORRECTS and ITEM headers.
       0410-WRITE-DEPT-BLOCK.
           MOVE AG-DEPT(AG-IDX) TO WS-Find-Dept
           PERFORM 0170-FIND-MASTER-DEPT
           MOVE AG-BAND-1(AG-IDX) TO WS-Conv-Text
           MOVE AG-BAND-2(AG-IDX) TO WS-Conv-Text2
           MOVE AG-BAND-3(AG-IDX) TO WS-Conv-Text3
           MOVE AG-TOTAL(AG-IDX) TO WS-Conv-Text4
           MOVE SPACES TO AgeRptLine
           IF DM-MATCH-IDX = 0
               STRING "  Department " DELIMITED BY SIZE
                      FUNCTION TRIM(AG-DEPT(AG-IDX))
                          DELIMITED BY SIZE
                      " (not on department master)" DELIMITED BY SIZE
                   INTO AgeRptLine
           ELSE
               STRING "  Department " DELIMITED BY SIZE
                      FUNCTION TRIM(AG-DEPT(AG-IDX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(DM-NAME(DM-MATCH-IDX))
                          DELIMITED BY SIZE
                   INTO AgeRptLine
           END-IF
           WRITE AgeRptLine
           MOVE SPACES TO AgeRptLine
           STRING "    open=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text4) DELIMITED BY SIZE
                  " 0-7 days=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  " 8-30 days=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text2) DELIMITED BY SIZE
                  " over 30 days=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text3) DELIMITED BY SIZE
               INTO AgeRptLine
           WRITE AgeRptLine
           PERFORM VARYING RJ-IDX FROM 1 BY 1
                   UNTIL RJ-IDX > REJECT-ITEM-COUNT
               IF RJ-OPEN(RJ-IDX) = "Y"
                   AND RJ-DEPT(RJ-IDX) = AG-DEPT(AG-IDX)
                   PERFORM 0420-WRITE-ITEM-LINE
               END-IF
           END-PERFORM.

       0420-WRITE-ITEM-LINE.
           MOVE RJ-AGE(RJ-IDX) TO WS-Conv-Text
           MOVE RJ-RECNO(RJ-IDX) TO WS-Conv-Text5
           MOVE SPACES TO AgeRptLine
           STRING "      deck " DELIMITED BY SIZE
                  FUNCTION TRIM(RJ-DECK(RJ-IDX)) DELIMITED BY SIZE
                  " date " DELIMITED BY SIZE
                  RJ-DATE(RJ-IDX) DELIMITED BY SIZE
                  " item " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text5) DELIMITED BY SIZE
                  " reason " DELIMITED BY SIZE
                  RJ-REASON(RJ-IDX) DELIMITED BY SIZE
                  " rule " DELIMITED BY SIZE
                  FUNCTION TRIM(RJ-RULE(RJ-IDX)) DELIMITED BY SIZE
                  " age " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  " value [" DELIMITED BY SIZE
                  FUNCTION TRIM(RJ-VALUE(RJ-IDX)) DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
               INTO AgeRptLine
           WRITE AgeRptLine.

      *>CLEAR rows with no open item behind them - the key on the
      *>correction deck's CORRECTS or ITEM header was wrong, or
      *>the item was already cleared - so the department believes
      *>an item is fixed that is still open (or never existed).
       0430-WRITE-UNMATCHED-CLEARS.
           MOVE "  Corrections that matched no open item:"
               TO AgeRptLine
           WRITE AgeRptLine
           PERFORM VARYING UC-IDX FROM 1 BY 1
                   UNTIL UC-IDX > UNMATCHED-CLEAR-COUNT
                       OR UC-IDX > 50
               MOVE SPACES TO AgeRptLine
               STRING "    " DELIMITED BY SIZE
                      FUNCTION TRIM(UC-LINE(UC-IDX))
                          DELIMITED BY SIZE
                   INTO AgeRptLine
               WRITE AgeRptLine
           END-PERFORM
           IF UNMATCHED-CLEAR-COUNT > 50
               MOVE "    (further rows not listed)" TO AgeRptLine
               WRITE AgeRptLine
           END-IF.
