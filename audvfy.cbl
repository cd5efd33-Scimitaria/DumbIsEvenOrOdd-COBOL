       IDENTIFICATION DIVISION.
       PROGRAM-ID. AudVfy.
       AUTHOR. Scimitaria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Manifest ASSIGN TO "AUDMANIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Manifest-Status.
           SELECT ArchFile ASSIGN TO DYNAMIC WS-Arch-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Arch-Status.
           SELECT AuditLog ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
           SELECT AnchorFile ASSIGN TO "AUDANCHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Anchor-Status.
           SELECT VfyRpt ASSIGN TO "AUDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Manifest.
       01 ManifestLine PIC X(160).

       FD ArchFile.
       01 ArchLine PIC X(140).

       FD AuditLog.
       01 AuditLine PIC X(140).

       FD AnchorFile.
       01 AnchorLine PIC X(80).

       FD VfyRpt.
       01 VfyRptLine PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-Manifest-Status PIC XX.
       01 WS-Arch-Status     PIC XX.
       01 WS-Audit-Status    PIC XX.
       01 WS-Anchor-Status   PIC XX.
       01 WS-Rpt-Status      PIC XX.

       01 WS-EOF-Manifest    PIC X VALUE "N".
           88 EOF-Manifest       VALUE "Y".
       01 WS-EOF-Arch        PIC X VALUE "N".
           88 EOF-Arch           VALUE "Y".
       01 WS-EOF-Audit       PIC X VALUE "N".
           88 EOF-Audit          VALUE "Y".
       01 WS-EOF-Anchor      PIC X VALUE "N".
           88 EOF-Anchor         VALUE "Y".

      *>--- one AUDMANIF line: date,count,first-ts,last-ts,name,
      *>anchor,last-check - the last two absent on lines written
      *>before the ledger was chained ------------------------------
       01 WS-Arch-Name       PIC X(60).
       01 WS-Mf-Field-1      PIC X(8).
       01 WS-Mf-Field-2      PIC X(18).
       01 WS-Mf-Field-3      PIC X(21).
       01 WS-Mf-Field-4      PIC X(21).
       01 WS-Mf-Field-5      PIC X(60).
       01 WS-Mf-Field-6      PIC X(12).
       01 WS-Mf-Field-7      PIC X(12).
       01 WS-Mf-Count        PIC 9(9).
       01 WS-Mf-Last-Check   PIC 9(10).
       01 WS-Mf-Anchored     PIC X.

      *>--- AUDANCHR: the value each kept live row links from when
      *>AudArch trimmed the row before it ------------------------
       01 LIVE-ANCHOR-TABLE.
           05 LIVE-ANCHOR-ENTRY OCCURS 2000 TIMES INDEXED BY LA-IDX.
               10 LA-ROW-CHECK  PIC 9(10).
               10 LA-PREV-CHECK PIC 9(10).
               10 LA-TIMESTAMP  PIC X(21).
       01 LIVE-ANCHOR-COUNT  PIC 9(4) VALUE 0.
       01 LA-MATCH-IDX       PIC 9(4).
       01 WS-An-Field-1      PIC X(10).
       01 WS-An-Field-2      PIC X(12).
       01 WS-An-Field-3      PIC X(12).
       01 WS-An-Field-4      PIC X(21).

      *>--- the row being checked, from an archive or the live
      *>ledger, and where it sits in its file ---------------------
       01 WS-Work-Line       PIC X(140).
       01 WS-Timestamp       PIC X(21).
       01 WS-Rec-Date        PIC X(8).
       01 WS-Row-No          PIC 9(9).
       01 WS-Chain-Started   PIC X.
       01 WS-Trust-Next      PIC X.
       01 WS-Link-Ok         PIC X.

      *>--- one day as checked: source, counts, and the first
      *>broken link - later breaks that day are counted, not
      *>listed, since one is enough to send someone looking ------
       01 WS-Day-Date        PIC X(8) VALUE SPACES.
       01 WS-Day-Source      PIC X(7).
       01 WS-Day-Name        PIC X(60).
       01 WS-Day-Rows        PIC 9(9).
       01 WS-Day-Chained     PIC 9(9).
       01 WS-Day-Breaks      PIC 9(9).
       01 WS-Day-Status      PIC X(10).
       01 WS-Break-Row       PIC 9(9).
       01 WS-Break-TS        PIC X(21).
       01 WS-Break-Reason    PIC X(50).
       01 WS-Break-Why       PIC X(50).

      *>--- run totals ------------------------------------------
       01 WS-Days-Checked    PIC 9(5) VALUE 0.
       01 WS-Days-Ok         PIC 9(5) VALUE 0.
       01 WS-Days-Broken     PIC 9(5) VALUE 0.
       01 WS-Days-Legacy     PIC 9(5) VALUE 0.
       01 WS-Days-Missing    PIC 9(5) VALUE 0.
       01 WS-Worst-RC        PIC 9(2) VALUE 0.

       01 WS-Conv-Text       PIC Z(8)9.
       01 WS-Conv-Text2      PIC Z(8)9.
       01 WS-Conv-Text3      PIC Z(8)9.

       COPY "AUDCHAIN.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           OPEN OUTPUT VfyRpt
           MOVE SPACES TO VfyRptLine
           STRING "Audit ledger chain verification run "
                      DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO VfyRptLine
           WRITE VfyRptLine
           MOVE "  Date     Source  Rows      Chained   Status"
               TO VfyRptLine
           WRITE VfyRptLine
           PERFORM 0100-LOAD-ANCHORS
           PERFORM 0200-VERIFY-ARCHIVES
           PERFORM 0300-VERIFY-LIVE-LEDGER
           PERFORM 0600-WRITE-SUMMARY
           CLOSE VfyRpt
           MOVE WS-Worst-RC TO RETURN-CODE
           STOP RUN.

       0100-LOAD-ANCHORS.
           OPEN INPUT AnchorFile
           IF WS-Anchor-Status NOT = "00"
      *>No anchors yet just means nothing has been trimmed since
      *>the ledger was chained.
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-Anchor
               READ AnchorFile
                   AT END SET EOF-Anchor TO TRUE
                   NOT AT END PERFORM 0110-LOAD-ANCHOR-LINE
               END-READ
           END-PERFORM
           CLOSE AnchorFile.

       0110-LOAD-ANCHOR-LINE.
           MOVE SPACES TO WS-An-Field-1 WS-An-Field-2
               WS-An-Field-3 WS-An-Field-4
           UNSTRING AnchorLine DELIMITED BY ","
               INTO WS-An-Field-1 WS-An-Field-2 WS-An-Field-3
                   WS-An-Field-4
           IF WS-An-Field-1 NOT = "ANCHOR"
               OR WS-An-Field-2(1:10) IS NOT NUMERIC
               OR WS-An-Field-3(1:10) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF LIVE-ANCHOR-COUNT = 2000
               DISPLAY "AudVfy: over 2000 live anchors, later ones "
                   "not loaded"
               MOVE 16 TO WS-Worst-RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LIVE-ANCHOR-COUNT
           SET LA-IDX TO LIVE-ANCHOR-COUNT
           MOVE WS-An-Field-2(1:10) TO LA-ROW-CHECK(LA-IDX)
           MOVE WS-An-Field-3(1:10) TO LA-PREV-CHECK(LA-IDX)
           MOVE WS-An-Field-4 TO LA-TIMESTAMP(LA-IDX).

      *>Each archive is one day and verifies on its own: its chain
      *>starts from the anchor its manifest line recorded, must
      *>hold row to row, and must end on the recorded last value
      *>with the recorded row count - so rows cut from the end of
      *>an archive show as surely as rows edited in the middle.
      *>Archives are taken in AUDMANIF order.
       0200-VERIFY-ARCHIVES.
           OPEN INPUT Manifest
           IF WS-Manifest-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-Manifest
               READ Manifest
                   AT END SET EOF-Manifest TO TRUE
                   NOT AT END PERFORM 0210-VERIFY-ONE-ARCHIVE
               END-READ
           END-PERFORM
           CLOSE Manifest.

       0210-VERIFY-ONE-ARCHIVE.
           IF ManifestLine = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Mf-Field-1 WS-Mf-Field-2
               WS-Mf-Field-3 WS-Mf-Field-4 WS-Mf-Field-5
               WS-Mf-Field-6 WS-Mf-Field-7
           UNSTRING ManifestLine DELIMITED BY ","
               INTO WS-Mf-Field-1 WS-Mf-Field-2 WS-Mf-Field-3
                   WS-Mf-Field-4 WS-Mf-Field-5 WS-Mf-Field-6
                   WS-Mf-Field-7
           IF WS-Mf-Field-1(1:8) IS NOT NUMERIC
               OR WS-Mf-Field-5 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Mf-Field-1(1:8) TO WS-Day-Date
           MOVE "ARCHIVE" TO WS-Day-Source
           MOVE WS-Mf-Field-5 TO WS-Day-Name
           PERFORM 0500-START-DAY
           MOVE 0 TO WS-Mf-Count
           IF FUNCTION TRIM(WS-Mf-Field-2) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-Mf-Field-2))
                   TO WS-Mf-Count
           END-IF
           MOVE 0 TO AC-PREV
           MOVE 0 TO WS-Mf-Last-Check
           MOVE "N" TO WS-Mf-Anchored
           IF WS-Mf-Field-6(1:10) IS NUMERIC
               AND WS-Mf-Field-7(1:10) IS NUMERIC
               MOVE "Y" TO WS-Mf-Anchored
               MOVE WS-Mf-Field-6(1:10) TO AC-PREV
               MOVE WS-Mf-Field-7(1:10) TO WS-Mf-Last-Check
           ELSE
               MOVE "Y" TO WS-Trust-Next
           END-IF
           MOVE WS-Mf-Field-5 TO WS-Arch-Name
           MOVE "N" TO WS-EOF-Arch
           OPEN INPUT ArchFile
           IF WS-Arch-Status NOT = "00"
               MOVE "MISSING" TO WS-Day-Status
               MOVE "archive on the manifest cannot be opened"
                   TO WS-Break-Why
               PERFORM 0510-FINISH-DAY
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-Arch
               READ ArchFile
                   AT END SET EOF-Arch TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Row-No
                       MOVE ArchLine TO WS-Work-Line
                       PERFORM 0400-VERIFY-ROW
               END-READ
           END-PERFORM
           CLOSE ArchFile
      *>The day's own links all held; now its ends. A removed last
      *>row leaves every remaining link intact, so the recorded
      *>count and last value are what catch it.
           IF WS-Day-Breaks = 0 AND WS-Mf-Count NOT = WS-Day-Rows
               MOVE "row count differs from the manifest"
                   TO WS-Break-Why
               PERFORM 0420-RECORD-END-BREAK
           END-IF
           IF WS-Day-Breaks = 0 AND WS-Mf-Anchored = "Y"
               AND AC-PREV NOT = WS-Mf-Last-Check
               MOVE "day ends on a value the manifest did not record"
                   TO WS-Break-Why
               PERFORM 0420-RECORD-END-BREAK
           END-IF
           IF WS-Day-Breaks = 0 AND WS-Mf-Anchored = "N"
               AND WS-Day-Chained > 0
               MOVE "UNANCHORED" TO WS-Day-Status
           END-IF
           PERFORM 0510-FINISH-DAY.

      *>The live ledger is one chain from its first row, day after
      *>day. A row whose predecessor AudArch trimmed links from the
      *>value AUDANCHR recorded for it. After a break the chain is
      *>taken up again from the broken row's own value, so one bad
      *>row is reported once and does not condemn every day after.
       0300-VERIFY-LIVE-LEDGER.
           OPEN INPUT AuditLog
           IF WS-Audit-Status NOT = "00"
               DISPLAY "AudVfy: cannot open AUDITLOG, status "
                   WS-Audit-Status
               MOVE 16 TO WS-Worst-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Day-Date
           MOVE 0 TO AC-PREV
           MOVE "N" TO WS-Chain-Started
           MOVE "N" TO WS-Trust-Next
           MOVE "LIVE" TO WS-Day-Source
           MOVE "AUDITLOG" TO WS-Day-Name
           MOVE 0 TO WS-Row-No
           PERFORM UNTIL EOF-Audit
               READ AuditLog
                   AT END SET EOF-Audit TO TRUE
                   NOT AT END PERFORM 0310-VERIFY-LIVE-ROW
               END-READ
           END-PERFORM
           CLOSE AuditLog
           IF WS-Day-Date NOT = SPACES
               PERFORM 0510-FINISH-DAY
           END-IF.

       0310-VERIFY-LIVE-ROW.
           ADD 1 TO WS-Row-No
           IF AuditLine = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Timestamp
           UNSTRING AuditLine DELIMITED BY ALL " "
               INTO WS-Timestamp
           MOVE "UNDATED" TO WS-Rec-Date
           IF WS-Timestamp(1:8) IS NUMERIC
               MOVE WS-Timestamp(1:8) TO WS-Rec-Date
           END-IF
           IF WS-Rec-Date NOT = WS-Day-Date
               IF WS-Day-Date NOT = SPACES
                   PERFORM 0510-FINISH-DAY
               END-IF
               MOVE WS-Rec-Date TO WS-Day-Date
               PERFORM 0500-START-DAY
           END-IF
           MOVE AuditLine TO WS-Work-Line
           PERFORM 0400-VERIFY-ROW.

      *>One row against the chain. A chained row must refold to
      *>its own check value from the row before it. A row with no
      *>check value is only acceptable ahead of the first chained
      *>row (ledger history from before chaining); once the chain
      *>has started, an unsealed row is a row someone put there.
      *>An archive's first row may also link from its AUDANCHR
      *>entry: it was the head of a trimmed live ledger when it was
      *>archived, and manifest lines written then recorded 0 for
      *>the day's starting value rather than the anchor's.
       0400-VERIFY-ROW.
           IF WS-Work-Line = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Day-Rows
           MOVE SPACES TO WS-Timestamp
           UNSTRING WS-Work-Line DELIMITED BY ALL " "
               INTO WS-Timestamp
           PERFORM 0410-PARSE-ROW-CHECK
           IF AC-ROW-CHAINED = "N"
               IF WS-Chain-Started = "Y"
                   MOVE "row carries no check value" TO WS-Break-Why
                   PERFORM 0430-RECORD-BREAK
               END-IF
               MOVE 0 TO AC-PREV
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Day-Chained
           MOVE "Y" TO WS-Chain-Started
           IF WS-Trust-Next = "Y"
               MOVE "N" TO WS-Trust-Next
               MOVE AC-ROW-VALUE TO AC-PREV
               EXIT PARAGRAPH
           END-IF
           MOVE AC-ROW-TEXT-LEN TO AC-LEN
           PERFORM 0440-FOLD-CHECK-VALUE
           MOVE "N" TO WS-Link-Ok
           IF AC-VALUE = AC-ROW-VALUE
               MOVE "Y" TO WS-Link-Ok
           ELSE
               IF WS-Day-Source = "LIVE" OR WS-Row-No = 1
                   PERFORM 0450-TRY-LIVE-ANCHOR
               END-IF
           END-IF
           IF WS-Link-Ok = "N"
               MOVE "check value does not follow from the row before"
                   TO WS-Break-Why
               PERFORM 0430-RECORD-BREAK
           END-IF
           MOVE AC-ROW-VALUE TO AC-PREV.

      *>A chained row ends " #" and ten digits (AUDCHAIN.cpy); the
      *>text ahead of the " #" is what the value was folded over.
       0410-PARSE-ROW-CHECK.
           MOVE "N" TO AC-ROW-CHAINED
           MOVE 0 TO AC-ROW-VALUE
           COMPUTE AC-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-Work-Line TRAILING))
           MOVE AC-LEN TO AC-ROW-TEXT-LEN
           IF AC-LEN > 12
               IF WS-Work-Line(AC-LEN - 11:2) = " #"
                   AND WS-Work-Line(AC-LEN - 9:10) IS NUMERIC
                   MOVE "Y" TO AC-ROW-CHAINED
                   MOVE WS-Work-Line(AC-LEN - 9:10) TO AC-ROW-VALUE
                   COMPUTE AC-ROW-TEXT-LEN = AC-LEN - 12
               END-IF
           END-IF.

       0420-RECORD-END-BREAK.
           MOVE 0 TO WS-Row-No
           MOVE SPACES TO WS-Timestamp
           PERFORM 0430-RECORD-BREAK.

       0430-RECORD-BREAK.
           ADD 1 TO WS-Day-Breaks
           IF WS-Day-Breaks = 1
               MOVE WS-Row-No TO WS-Break-Row
               MOVE WS-Timestamp TO WS-Break-TS
               MOVE WS-Break-Why TO WS-Break-Reason
               MOVE "BROKEN" TO WS-Day-Status
           END-IF.

       0440-FOLD-CHECK-VALUE.
           MOVE AC-PREV TO AC-VALUE
           PERFORM VARYING AC-POS FROM 1 BY 1 UNTIL AC-POS > AC-LEN
               COMPUTE AC-WORK = AC-VALUE * 131
                   + FUNCTION ORD(WS-Work-Line(AC-POS:1))
               DIVIDE AC-WORK BY AC-MODULUS
                   GIVING AC-QUOT REMAINDER AC-VALUE
           END-PERFORM.

       0450-TRY-LIVE-ANCHOR.
           MOVE 0 TO LA-MATCH-IDX
           PERFORM VARYING LA-IDX FROM 1 BY 1
                   UNTIL LA-IDX > LIVE-ANCHOR-COUNT
               IF LA-ROW-CHECK(LA-IDX) = AC-ROW-VALUE
                   AND LA-TIMESTAMP(LA-IDX) = WS-Timestamp
                   MOVE LA-IDX TO LA-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LA-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LA-PREV-CHECK(LA-MATCH-IDX) TO AC-PREV
           PERFORM 0440-FOLD-CHECK-VALUE
           IF AC-VALUE = AC-ROW-VALUE
               MOVE "Y" TO WS-Link-Ok
           END-IF.

       0500-START-DAY.
           MOVE 0 TO WS-Day-Rows
           MOVE 0 TO WS-Day-Chained
           MOVE 0 TO WS-Day-Breaks
           MOVE 0 TO WS-Break-Row
           MOVE SPACES TO WS-Break-TS WS-Break-Reason
           MOVE "OK" TO WS-Day-Status
           IF WS-Day-Source = "ARCHIVE"
               MOVE 0 TO WS-Row-No
               MOVE "N" TO WS-Chain-Started
               MOVE "N" TO WS-Trust-Next
           END-IF.

      *>One line per day, and under a broken day where its first
      *>break sits. LEGACY is a day wholly from before chaining;
      *>UNANCHORED an archive manifested before chaining whose
      *>first link cannot be checked. Neither is a break.
       0510-FINISH-DAY.
           ADD 1 TO WS-Days-Checked
           IF WS-Day-Status = "OK" AND WS-Day-Chained = 0
               AND WS-Day-Rows > 0
               MOVE "LEGACY" TO WS-Day-Status
           END-IF
           EVALUATE WS-Day-Status
               WHEN "OK"
                   ADD 1 TO WS-Days-Ok
               WHEN "BROKEN"
                   ADD 1 TO WS-Days-Broken
                   MOVE 8 TO WS-Worst-RC
               WHEN "MISSING"
                   ADD 1 TO WS-Days-Missing
                   MOVE 8 TO WS-Worst-RC
               WHEN OTHER
                   ADD 1 TO WS-Days-Legacy
                   IF WS-Worst-RC < 4
                       MOVE 4 TO WS-Worst-RC
                   END-IF
           END-EVALUATE
           MOVE WS-Day-Rows TO WS-Conv-Text
           MOVE WS-Day-Chained TO WS-Conv-Text2
           MOVE SPACES TO VfyRptLine
           STRING "  " DELIMITED BY SIZE
                  WS-Day-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Day-Source DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Conv-Text DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Conv-Text2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Day-Status DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Day-Name) DELIMITED BY SIZE
               INTO VfyRptLine
           WRITE VfyRptLine
           IF WS-Day-Status NOT = "BROKEN"
               AND WS-Day-Status NOT = "MISSING"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VfyRptLine
           IF WS-Break-Row = 0
               STRING "      first break: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Break-Reason)
                          DELIMITED BY SIZE
                   INTO VfyRptLine
           ELSE
               MOVE WS-Break-Row TO WS-Conv-Text
               MOVE WS-Day-Breaks TO WS-Conv-Text3
               STRING "      first break: row " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Break-TS) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Break-Reason)
                          DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Conv-Text3) DELIMITED BY SIZE
                      " break(s) that day)" DELIMITED BY SIZE
                   INTO VfyRptLine
           END-IF
           WRITE VfyRptLine.

       0600-WRITE-SUMMARY.
           MOVE WS-Days-Checked TO WS-Conv-Text
           MOVE WS-Days-Ok TO WS-Conv-Text2
           MOVE WS-Days-Broken TO WS-Conv-Text3
           MOVE SPACES TO VfyRptLine
           STRING "Days checked=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  " ok=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text2) DELIMITED BY SIZE
                  " broken=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text3) DELIMITED BY SIZE
               INTO VfyRptLine
           WRITE VfyRptLine
           MOVE WS-Days-Missing TO WS-Conv-Text
           MOVE WS-Days-Legacy TO WS-Conv-Text2
           MOVE LIVE-ANCHOR-COUNT TO WS-Conv-Text3
           MOVE SPACES TO VfyRptLine
           STRING "Archives missing=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  " legacy/unanchored=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text2) DELIMITED BY SIZE
                  " live anchors=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text3) DELIMITED BY SIZE
               INTO VfyRptLine
           WRITE VfyRptLine
           DISPLAY "AudVfy: " FUNCTION TRIM(VfyRptLine).
