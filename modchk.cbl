       IDENTIFICATION DIVISION.
       PROGRAM-ID. ModChk.
       AUTHOR. Scimitaria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ModCatalog ASSIGN TO "GENCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Cat-Status.
           SELECT RuleMaster ASSIGN TO "RULEMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-Status.
           SELECT ProcDate ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProcDate-Status.
           SELECT ModRpt ASSIGN TO "MODRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD ModCatalog.
       01 ModCatalogLine PIC X(160).

       FD RuleMaster.
       01 RuleMasterLine PIC X(80).

       FD ProcDate.
       01 ProcDateLine PIC X(40).

       FD ModRpt.
       01 ModRptLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Cat-Status      PIC XX.
       01 WS-Master-Status   PIC XX.
       01 WS-ProcDate-Status PIC XX.
       01 WS-Rpt-Status      PIC XX.

       01 WS-EOF-Catalog     PIC X VALUE "N".
           88 EOF-Catalog        VALUE "Y".
       01 WS-EOF-Master      PIC X VALUE "N".
           88 EOF-Master         VALUE "Y".

      *>--- processing date: the version in force is the one in
      *>force for the PROCDATE business date, system clock when
      *>it is absent ----------------------------------------------
       01 WS-Proc-Date       PIC X(8).
       01 WS-Pd-Record       PIC X(40).
       01 WS-Pd-Field-1      PIC X(10).
       01 WS-Pd-Field-2      PIC X(10).

      *>--- one parsed GENCAT row ---------------------------------
       01 WS-Cat-Progid      PIC X(10).
       01 WS-Cat-Output      PIC X(60).
       01 WS-Cat-Rule        PIC X(10).
       01 WS-Cat-Ver-Text    PIC X(10).
       01 WS-Cat-Bound-Text  PIC X(18).
       01 WS-Cat-Date        PIC X(8).
       01 WS-Cat-Stamp       PIC X(14).

      *>--- catalogued modules as last built: a later GENCAT row
      *>for a PROGRAM-ID replaces the earlier one, since the last
      *>generation is what the compile step linked ----------------
       01 MODULE-TABLE.
           05 MODULE-ENTRY OCCURS 200 TIMES INDEXED BY MD-IDX.
               10 MD-PROGID       PIC X(10).
               10 MD-OUTPUT       PIC X(60).
               10 MD-RULE         PIC X(10).
               10 MD-VERSION      PIC 9(4).
               10 MD-BOUND        PIC 9(18).
               10 MD-GEN-DATE     PIC X(8).
               10 MD-INFORCE      PIC 9(4).
               10 MD-INFORCE-EFF  PIC X(8).
       01 MODULE-COUNT       PIC 9(3) VALUE 0.
       01 MD-MATCH-IDX       PIC 9(3).
       01 WS-Module-Full     PIC X VALUE "N".

      *>--- RULEMSTR versions, one entry per rule name and version
      *>with its effective date and standing - A approved (or
      *>never put through approval), P pending, R rejected - the
      *>last STATUS row for a version deciding, as the loaders'
      *>APPLY-VERSION-STATUS paragraphs do -------------------------
       01 VERSION-TABLE.
           05 VERSION-ENTRY OCCURS 1000 TIMES INDEXED BY VT-IDX.
               10 VT-RULE         PIC X(10).
               10 VT-VERSION      PIC 9(4).
               10 VT-EFFDATE      PIC X(8).
               10 VT-STATUS       PIC X.
       01 VERSION-COUNT      PIC 9(4) VALUE 0.
       01 VT-MATCH-IDX       PIC 9(4).
       01 WS-Version-Full    PIC X VALUE "N".
       01 WS-Mst-Field-1     PIC X(10).
       01 WS-Mst-Field-2     PIC X(8).
       01 WS-Mst-Field-3     PIC X(8).
       01 WS-Mst-Field-4     PIC X(10).
       01 WS-Mst-Field-5     PIC X(10).
       01 WS-Mst-Rule        PIC X(10).
       01 WS-Mst-Version     PIC 9(4).
       01 WS-Best-Version    PIC 9(4).
       01 WS-Best-Effdate    PIC X(8).

      *>--- run totals --------------------------------------------
       01 WS-Stale-Count     PIC 9(3) VALUE 0.
       01 WS-Current-Count   PIC 9(3) VALUE 0.
       01 WS-Mod-Stale       PIC X.

      *>--- numeric-to-display conversion scratch ----------------
       01 WS-Conv-Text       PIC Z(3)9.
       01 WS-Conv-Text2      PIC Z(3)9.
       01 WS-Count-Text      PIC Z(4)9.
       01 WS-Count-Text2     PIC Z(4)9.
       01 WS-Bound-Text      PIC Z(17)9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-READ-PROCESS-DATE
           PERFORM 0100-LOAD-CATALOG
           PERFORM 0200-LOAD-MASTER-VERSIONS
           PERFORM 0300-FIND-VERSIONS-IN-FORCE
           OPEN OUTPUT ModRpt
           PERFORM 0400-WRITE-REPORT
           CLOSE ModRpt
      *>A stale module is answering with rules no longer in force,
      *>so RC 8 holds the work that would run it until it is
      *>regenerated. RC 16 (set above) means the check itself
      *>could not be made and outranks it.
           IF RETURN-CODE < 16
               IF WS-Stale-Count > 0
                   OR WS-Module-Full = "Y"
                   OR WS-Version-Full = "Y"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF MODULE-COUNT = 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
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

      *>GENCAT is Generator's cumulative module catalog, one row
      *>per completed COBOL generation:
      *>programid,output,rule,version,bound,procdate,stamp.
      *>No catalog means nothing has been generated since the
      *>catalog began; the report says so and the run ends RC 4.
       0100-LOAD-CATALOG.
           OPEN INPUT ModCatalog
           IF WS-Cat-Status NOT = "00"
               DISPLAY "ModChk: no GENCAT on file, status "
                   WS-Cat-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-Catalog
               READ ModCatalog
                   AT END SET EOF-Catalog TO TRUE
                   NOT AT END PERFORM 0110-COLLECT-CATALOG-ROW
               END-READ
           END-PERFORM
           CLOSE ModCatalog.

       0110-COLLECT-CATALOG-ROW.
           IF ModCatalogLine = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Cat-Progid WS-Cat-Output WS-Cat-Rule
               WS-Cat-Ver-Text WS-Cat-Bound-Text WS-Cat-Date
               WS-Cat-Stamp
           UNSTRING ModCatalogLine DELIMITED BY ","
               INTO WS-Cat-Progid WS-Cat-Output WS-Cat-Rule
                   WS-Cat-Ver-Text WS-Cat-Bound-Text WS-Cat-Date
                   WS-Cat-Stamp
           IF WS-Cat-Progid = SPACES
               OR FUNCTION TRIM(WS-Cat-Ver-Text) IS NOT NUMERIC
               OR FUNCTION TRIM(WS-Cat-Bound-Text) IS NOT NUMERIC
               DISPLAY "ModChk: skipping unparseable row: "
                   FUNCTION TRIM(ModCatalogLine)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MD-MATCH-IDX
           PERFORM VARYING MD-IDX FROM 1 BY 1
                   UNTIL MD-IDX > MODULE-COUNT
               IF MD-PROGID(MD-IDX) = FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-Cat-Progid))
                   MOVE MD-IDX TO MD-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MD-MATCH-IDX = 0
               IF MODULE-COUNT = 200
                   IF WS-Module-Full = "N"
                       DISPLAY "ModChk: over 200 modules in GENCAT, "
                           "later modules not checked"
                       MOVE "Y" TO WS-Module-Full
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO MODULE-COUNT
               MOVE MODULE-COUNT TO MD-MATCH-IDX
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Cat-Progid))
               TO MD-PROGID(MD-MATCH-IDX)
           MOVE WS-Cat-Output TO MD-OUTPUT(MD-MATCH-IDX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Cat-Rule))
               TO MD-RULE(MD-MATCH-IDX)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Cat-Ver-Text))
               TO MD-VERSION(MD-MATCH-IDX)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Cat-Bound-Text))
               TO MD-BOUND(MD-MATCH-IDX)
           MOVE WS-Cat-Date TO MD-GEN-DATE(MD-MATCH-IDX)
           MOVE 0 TO MD-INFORCE(MD-MATCH-IDX)
           MOVE SPACES TO MD-INFORCE-EFF(MD-MATCH-IDX).

      *>Collect every version on RULEMSTR with its effective date
      *>and standing. HISTORY rows are audit trail only; a STATUS
      *>row overrides the version's standing with the first letter
      *>of its label, a later STATUS row winning. Without the
      *>master there is nothing to check against: RC 16.
       0200-LOAD-MASTER-VERSIONS.
           OPEN INPUT RuleMaster
           IF WS-Master-Status NOT = "00"
               DISPLAY "ModChk: cannot open RULEMSTR, status "
                   WS-Master-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-Master
               READ RuleMaster
                   AT END SET EOF-Master TO TRUE
                   NOT AT END PERFORM 0210-COLLECT-MASTER-LINE
               END-READ
           END-PERFORM
           CLOSE RuleMaster.

       0210-COLLECT-MASTER-LINE.
           MOVE SPACES TO WS-Mst-Field-1 WS-Mst-Field-2
               WS-Mst-Field-3 WS-Mst-Field-4 WS-Mst-Field-5
           UNSTRING RuleMasterLine DELIMITED BY ","
               INTO WS-Mst-Field-1 WS-Mst-Field-2 WS-Mst-Field-3
                   WS-Mst-Field-4 WS-Mst-Field-5
           IF FUNCTION TRIM(WS-Mst-Field-2) IS NOT NUMERIC
               OR WS-Mst-Field-3(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(FUNCTION UPPER-CASE(WS-Mst-Field-4))
                   = "HISTORY"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Mst-Field-1))
               TO WS-Mst-Rule
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Mst-Field-2))
               TO WS-Mst-Version
           MOVE 0 TO VT-MATCH-IDX
           PERFORM VARYING VT-IDX FROM 1 BY 1
                   UNTIL VT-IDX > VERSION-COUNT
               IF VT-RULE(VT-IDX) = WS-Mst-Rule
                   AND VT-VERSION(VT-IDX) = WS-Mst-Version
                   MOVE VT-IDX TO VT-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF VT-MATCH-IDX = 0
               IF VERSION-COUNT = 1000
                   IF WS-Version-Full = "N"
                       DISPLAY "ModChk: over 1000 rule versions on "
                           "RULEMSTR, later versions not considered"
                       MOVE "Y" TO WS-Version-Full
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO VERSION-COUNT
               MOVE VERSION-COUNT TO VT-MATCH-IDX
               MOVE WS-Mst-Rule TO VT-RULE(VT-MATCH-IDX)
               MOVE WS-Mst-Version TO VT-VERSION(VT-MATCH-IDX)
               MOVE WS-Mst-Field-3(1:8) TO VT-EFFDATE(VT-MATCH-IDX)
               MOVE "A" TO VT-STATUS(VT-MATCH-IDX)
           END-IF
           IF FUNCTION TRIM(FUNCTION UPPER-CASE(WS-Mst-Field-4))
                   = "STATUS"
               MOVE FUNCTION UPPER-CASE(WS-Mst-Field-5(1:1))
                   TO VT-STATUS(VT-MATCH-IDX)
           END-IF.

      *>For each module, the version of its rule in force for the
      *>processing date - greatest effective date not after it,
      *>highest version breaking a same-date tie, approved versions
      *>only - the pick Dumb, Generator and Recon make. 0 means
      *>the master holds nothing in force and the GENRULES
      *>fallback answers.
       0300-FIND-VERSIONS-IN-FORCE.
           PERFORM VARYING MD-IDX FROM 1 BY 1
                   UNTIL MD-IDX > MODULE-COUNT
               MOVE 0 TO WS-Best-Version
               MOVE SPACES TO WS-Best-Effdate
               PERFORM VARYING VT-IDX FROM 1 BY 1
                       UNTIL VT-IDX > VERSION-COUNT
                   IF VT-RULE(VT-IDX) = MD-RULE(MD-IDX)
                       AND VT-STATUS(VT-IDX) = "A"
                       AND VT-EFFDATE(VT-IDX) NOT > WS-Proc-Date
                       IF VT-EFFDATE(VT-IDX) > WS-Best-Effdate
                           OR (VT-EFFDATE(VT-IDX) = WS-Best-Effdate
                               AND VT-VERSION(VT-IDX)
                                   > WS-Best-Version)
                           MOVE VT-VERSION(VT-IDX) TO WS-Best-Version
                           MOVE VT-EFFDATE(VT-IDX) TO WS-Best-Effdate
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-Best-Version TO MD-INFORCE(MD-IDX)
               MOVE WS-Best-Effdate TO MD-INFORCE-EFF(MD-IDX)
           END-PERFORM.

       0400-WRITE-REPORT.
           MOVE SPACES TO ModRptLine
           STRING "Module catalog check as of " DELIMITED BY SIZE
                  WS-Proc-Date DELIMITED BY SIZE
               INTO ModRptLine
           WRITE ModRptLine
           PERFORM VARYING MD-IDX FROM 1 BY 1
                   UNTIL MD-IDX > MODULE-COUNT
               PERFORM 0410-WRITE-MODULE-LINE
           END-PERFORM
           IF MODULE-COUNT = 0
               MOVE "  No modules catalogued" TO ModRptLine
               WRITE ModRptLine
           END-IF
           IF WS-Stale-Count > 0
               MOVE "Regenerate (GENREQ C-mode request per module):"
                   TO ModRptLine
               WRITE ModRptLine
               PERFORM VARYING MD-IDX FROM 1 BY 1
                       UNTIL MD-IDX > MODULE-COUNT
                   IF MD-VERSION(MD-IDX) NOT = MD-INFORCE(MD-IDX)
                       PERFORM 0420-WRITE-REGEN-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE MODULE-COUNT TO WS-Count-Text
           MOVE WS-Stale-Count TO WS-Count-Text2
           MOVE SPACES TO ModRptLine
           STRING "Totals: modules=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Count-Text) DELIMITED BY SIZE
                  " stale=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Count-Text2) DELIMITED BY SIZE
               INTO ModRptLine
           WRITE ModRptLine.

      *>A module is stale when the version baked into it is not
      *>the version in force now: a newer version took effect, or
      *>(version 0) the master now governs a rule the module was
      *>built from GENRULES for, or the baked version is no longer
      *>the one in force at all.
       0410-WRITE-MODULE-LINE.
           MOVE MD-VERSION(MD-IDX) TO WS-Conv-Text
           MOVE MD-INFORCE(MD-IDX) TO WS-Conv-Text2
           IF MD-VERSION(MD-IDX) = MD-INFORCE(MD-IDX)
               MOVE "N" TO WS-Mod-Stale
               ADD 1 TO WS-Current-Count
           ELSE
               MOVE "Y" TO WS-Mod-Stale
               ADD 1 TO WS-Stale-Count
           END-IF
           MOVE SPACES TO ModRptLine
           STRING "  " DELIMITED BY SIZE
                  MD-PROGID(MD-IDX) DELIMITED BY SIZE
                  " rule " DELIMITED BY SIZE
                  MD-RULE(MD-IDX) DELIMITED BY SIZE
                  " built " DELIMITED BY SIZE
                  MD-GEN-DATE(MD-IDX) DELIMITED BY SIZE
                  " baked v" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  " in force v" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text2) DELIMITED BY SIZE
               INTO ModRptLine
           IF WS-Mod-Stale = "Y"
               MOVE "STALE" TO ModRptLine(75:5)
           ELSE
               MOVE "current" TO ModRptLine(75:7)
           END-IF
           WRITE ModRptLine.

       0420-WRITE-REGEN-LINE.
           MOVE MD-BOUND(MD-IDX) TO WS-Bound-Text
           MOVE SPACES TO ModRptLine
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(MD-PROGID(MD-IDX)) DELIMITED BY SIZE
                  ": C," DELIMITED BY SIZE
                  FUNCTION TRIM(MD-RULE(MD-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Bound-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(MD-OUTPUT(MD-IDX)) DELIMITED BY SIZE
                  ",," DELIMITED BY SIZE
                  FUNCTION TRIM(MD-PROGID(MD-IDX)) DELIMITED BY SIZE
               INTO ModRptLine
           WRITE ModRptLine.
