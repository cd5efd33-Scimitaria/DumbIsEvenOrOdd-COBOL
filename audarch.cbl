           SELECT BalCtl ASSIGN TO "BALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BalCtl-Status.
           SELECT AnchorFile ASSIGN TO "AUDANCHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Anchor-Status.
           SELECT ProcDate ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProcDate-Status.
           SELECT ArchSum ASSIGN TO "ARCHSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sum-Status.

       DATA DIVISION.
       FILE SECTION.
       FD BalCtl.
       01 BalCtlLine PIC X(40).

       FD AnchorFile.
       01 AnchorLine PIC X(80).

       FD ProcDate.
       01 ProcDateLine PIC X(40).

       FD ArchSum.
       01 ArchSumLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Audit-Status    PIC XX.
       01 WS-Ctl-Status      PIC XX.
       01 WS-Day-First-TS    PIC X(21).
       01 WS-Day-Last-TS     PIC X(21).
       01 WS-Verify-Count    PIC 9(9).
       01 WS-Day-Anchor      PIC 9(10).
       01 WS-Day-Last-Check  PIC 9(10).

      *>--- closed-day ledger for the trim pass: a day may only
      *>leave the live log when its archive verified ------------
               10 AD-COUNT    PIC 9(9).
               10 AD-FIRST-TS PIC X(21).
               10 AD-LAST-TS  PIC X(21).
               10 AD-ANCHOR   PIC 9(10).
               10 AD-LAST-CHECK PIC 9(10).
       01 ARCH-DAY-COUNT     PIC 9(3).
       01 WS-Day-Table-Full  PIC X VALUE "N".
       01 WS-Skip-Day        PIC X VALUE "N".
       01 WS-Kept-Count      PIC 9(9).
       01 WS-Fail-Count      PIC 9(3).

      *>--- run summary for the morning status report: one
      *>ARCHSUM,procdate,cutoff,days,archived,kept,failed,more,rc
      *>record, the same figures the SYSOUT summary gives --------
       01 WS-ProcDate-Status PIC XX.
       01 WS-Proc-Date       PIC X(8).
       01 WS-Pd-Record       PIC X(40).
       01 WS-Pd-Field-1      PIC X(10).
       01 WS-Pd-Field-2      PIC X(10).
       01 WS-Sum-Status      PIC XX.
       01 WS-Sum-Days-Text   PIC ZZ9.
       01 WS-Sum-Fail-Text   PIC ZZ9.
       01 WS-Sum-RC-Text     PIC Z9.

      *>--- balancing-snapshot upkeep: DumbBal's BALCTL holds the
      *>count of Dumb batch-mode ledger rows as of the last clean
      *>balance, so every batch row this run trims off the live
       01 WS-Bal-Field-2     PIC X(18).
       01 WS-Prior-Rows      PIC 9(9).

      *>--- check-value chain (AUDCHAIN.cpy): each row links from
      *>the row before it on the ledger, so an archive starts from
      *>the value of the row ahead of its day - recorded on its
      *>manifest line with the value the day ends on - and a row
      *>kept live after an archived one links from a row that is
      *>gone, so that value goes on AUDANCHR for the verifier ---
       01 WS-Anchor-Status   PIC XX.
       01 WS-Run-Check       PIC 9(10).
       01 WS-Row-Prev-Check  PIC 9(10).
       01 WS-Prev-Removed    PIC X VALUE "N".
       01 LIVE-ANCHOR-TABLE.
           05 LIVE-ANCHOR-ENTRY OCCURS 400 TIMES INDEXED BY LA-IDX.
               10 LA-ROW-CHECK  PIC 9(10).
               10 LA-PREV-CHECK PIC 9(10).
               10 LA-TIMESTAMP  PIC X(21).
       01 LIVE-ANCHOR-COUNT  PIC 9(3) VALUE 0.

      *>--- where the live ledger's chain starts: once a trim has
      *>run, the first live row links from a row that is gone,
      *>and the AUDANCHR entry that trim wrote for it holds that
      *>value - the value the first day archived from this ledger
      *>starts from. 0 on a ledger never trimmed ----------------
       01 WS-Lead-Found      PIC X.
       01 WS-Lead-TS         PIC X(21).
       01 WS-Lead-Check      PIC 9(10).
       01 WS-Lead-Prev-Check PIC 9(10) VALUE 0.
       01 WS-EOF-Anchor      PIC X VALUE "N".
           88 EOF-Anchor         VALUE "Y".
       01 WS-An-Field-1      PIC X(10).
       01 WS-An-Field-2      PIC X(12).
       01 WS-An-Field-3      PIC X(12).
       01 WS-An-Field-4      PIC X(21).
       COPY "AUDCHAIN.cpy".

      *>--- conversion scratch ----------------------------------
       01 WS-Conv-Text       PIC Z(8)9.
       01 WS-Conv-Text2      PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-READ-PROCESS-DATE
           PERFORM 0100-READ-CONTROL
           MOVE 0 TO ARCH-DAY-COUNT
           MOVE 0 TO WS-Archived-Count
           MOVE 0 TO WS-Kept-Count
           MOVE 0 TO WS-Fail-Count
           MOVE 0 TO WS-Trim-Batch-Count
           PERFORM 0150-FIND-LEDGER-ANCHOR
           PERFORM 0200-ARCHIVE-PASS
           PERFORM 0400-TRIM-PASS
           PERFORM 0450-WRITE-MANIFEST-PASS
           PERFORM 0480-WRITE-LIVE-ANCHORS
           PERFORM 0470-ADJUST-BALANCE-SNAPSHOT
           PERFORM 0500-DISPLAY-SUMMARY
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

       0100-READ-CONTROL.
           OPEN INPUT ArchCtl
           IF WS-Ctl-Status NOT = "00"
           END-IF
           MOVE WS-Ctl-Field-2(1:8) TO WS-Cutoff-Date.

      *>Find the value the live ledger's first row links from. A
      *>ledger a trim has shortened starts on a row whose
      *>predecessor was archived; the AUDANCHR entry with that
      *>row's check value and timestamp carries the predecessor's
      *>value. No match - a ledger never trimmed, or one that
      *>starts ahead of the chain - starts from 0 as before.
       0150-FIND-LEDGER-ANCHOR.
           MOVE 0 TO WS-Lead-Prev-Check
           MOVE "N" TO WS-Lead-Found
           OPEN INPUT AuditLog
           IF WS-Audit-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-Audit OR WS-Lead-Found = "Y"
               READ AuditLog
                   AT END SET EOF-Audit TO TRUE
                   NOT AT END
                       IF AuditLine NOT = SPACES
                           MOVE "Y" TO WS-Lead-Found
                           PERFORM 0250-PARSE-ROW-CHECK
                           MOVE SPACES TO WS-Lead-TS
                           UNSTRING AuditLine DELIMITED BY ALL " "
                               INTO WS-Lead-TS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AuditLog
           MOVE "N" TO WS-EOF-Audit
           IF WS-Lead-Found = "N" OR AC-ROW-CHAINED = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE AC-ROW-VALUE TO WS-Lead-Check
           OPEN INPUT AnchorFile
           IF WS-Anchor-Status NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-Anchor
               READ AnchorFile
                   AT END SET EOF-Anchor TO TRUE
                   NOT AT END PERFORM 0160-MATCH-ANCHOR-LINE
               END-READ
           END-PERFORM
           CLOSE AnchorFile.

       0160-MATCH-ANCHOR-LINE.
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
           IF WS-An-Field-2(1:10) = WS-Lead-Check
               AND WS-An-Field-4 = WS-Lead-TS
               MOVE WS-An-Field-3(1:10) TO WS-Lead-Prev-Check
           END-IF.

      *>Pass one: roll every closed day (date before the cutoff)
      *>into its own dated archive file, verifying each archive
      *>by reopening and recounting it before its manifest line
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-Lead-Prev-Check TO WS-Run-Check
           PERFORM UNTIL EOF-Audit
               READ AuditLog
                   AT END SET EOF-Audit TO TRUE
           IF AuditLine = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 0250-PARSE-ROW-CHECK
           MOVE WS-Run-Check TO WS-Row-Prev-Check
           MOVE AC-ROW-VALUE TO WS-Run-Check
           MOVE SPACES TO WS-Timestamp
           UNSTRING AuditLine DELIMITED BY ALL " "
               INTO WS-Timestamp
           MOVE AuditLine TO ArchLine
           WRITE ArchLine
           ADD 1 TO WS-Day-Count
           MOVE AC-ROW-VALUE TO WS-Day-Last-Check
           IF WS-Day-Count = 1
               MOVE WS-Timestamp TO WS-Day-First-TS
           END-IF
           MOVE WS-Rec-Date TO WS-Cur-Date
           MOVE 0 TO WS-Day-Count
           MOVE SPACES TO WS-Day-First-TS WS-Day-Last-TS
           MOVE WS-Row-Prev-Check TO WS-Day-Anchor
           MOVE 0 TO WS-Day-Last-Check
           MOVE SPACES TO WS-Arch-Name
           STRING "AUDARC." DELIMITED BY SIZE
                  WS-Rec-Date DELIMITED BY SIZE
           MOVE WS-Day-Count TO AD-COUNT(ARCH-DAY-COUNT)
           MOVE WS-Day-First-TS TO AD-FIRST-TS(ARCH-DAY-COUNT)
           MOVE WS-Day-Last-TS TO AD-LAST-TS(ARCH-DAY-COUNT)
           MOVE WS-Day-Anchor TO AD-ANCHOR(ARCH-DAY-COUNT)
           MOVE WS-Day-Last-Check TO AD-LAST-CHECK(ARCH-DAY-COUNT)
           IF WS-Verify-Count = WS-Day-Count
               AND WS-Day-Count > 0
               MOVE "Y" TO AD-VERIFIED(ARCH-DAY-COUNT)
      *>live log exactly as it was.
       0400-TRIM-PASS.
           MOVE "N" TO WS-EOF-Audit
           MOVE WS-Lead-Prev-Check TO WS-Run-Check
           MOVE "N" TO WS-Prev-Removed
           OPEN INPUT AuditLog
           OPEN OUTPUT AuditNew
           PERFORM UNTIL EOF-Audit
           END-IF
           IF AuditLine = SPACES
               MOVE "N" TO WS-Keep-Row
           ELSE
               PERFORM 0420-TRACK-LIVE-ANCHOR
           END-IF
           IF WS-Keep-Row = "Y"
               MOVE AuditLine TO AuditNewLine
               END-IF
           END-IF.

      *>Follow the chain through the trim: a kept row whose
      *>predecessor leaves the live log would link from a row the
      *>verifier can no longer see, so its predecessor's value is
      *>held for AUDANCHR. Blank rows are no part of the chain.
       0420-TRACK-LIVE-ANCHOR.
           PERFORM 0250-PARSE-ROW-CHECK
           MOVE WS-Run-Check TO WS-Row-Prev-Check
           MOVE AC-ROW-VALUE TO WS-Run-Check
           IF WS-Keep-Row = "N"
               MOVE "Y" TO WS-Prev-Removed
               EXIT PARAGRAPH
           END-IF
           IF WS-Prev-Removed = "Y" AND AC-ROW-CHAINED = "Y"
               IF LIVE-ANCHOR-COUNT = 400
      *>An anchor that cannot be recorded would show as a break
      *>in a ledger nobody touched - fail, and the swap is held.
                   DISPLAY "AudArch: live anchor table full, "
                       "trim withheld"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO LIVE-ANCHOR-COUNT
                   SET LA-IDX TO LIVE-ANCHOR-COUNT
                   MOVE AC-ROW-VALUE TO LA-ROW-CHECK(LA-IDX)
                   MOVE WS-Row-Prev-Check TO LA-PREV-CHECK(LA-IDX)
                   MOVE WS-Timestamp TO LA-TIMESTAMP(LA-IDX)
               END-IF
           END-IF
           MOVE "N" TO WS-Prev-Removed.

      *>A chained row ends " #" and ten digits (AUDCHAIN.cpy);
      *>anything else carries no check value and AC-ROW-VALUE is
      *>0, which is what the row after it links from.
       0250-PARSE-ROW-CHECK.
           MOVE "N" TO AC-ROW-CHAINED
           MOVE 0 TO AC-ROW-VALUE
           COMPUTE AC-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(AuditLine TRAILING))
           IF AC-LEN > 12
               IF AuditLine(AC-LEN - 11:2) = " #"
                   AND AuditLine(AC-LEN - 9:10) IS NUMERIC
                   MOVE "Y" TO AC-ROW-CHAINED
                   MOVE AuditLine(AC-LEN - 9:10) TO AC-ROW-VALUE
               END-IF
           END-IF.

      *>AUDMANIF is the seven-year archive inventory, so it may
      *>only ever describe days that actually left the live log:
      *>manifest lines are written in one pass at end of run, for
                      DELIMITED BY SIZE
                  ",AUDARC." DELIMITED BY SIZE
                  AD-DATE(AD-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  AD-ANCHOR(AD-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  AD-LAST-CHECK(AD-IDX) DELIMITED BY SIZE
               INTO ManifestLine
           WRITE ManifestLine.

      *>AUDANCHR accumulates like AUDMANIF and under the same
      *>clean-run gate: one ANCHOR,row-check,prev-check,timestamp
      *>line per kept row whose predecessor this run trims away.
      *>Rows keep their check values for good, so an anchor stays
      *>true however many later trims follow.
       0480-WRITE-LIVE-ANCHORS.
           IF RETURN-CODE NOT = 0
               OR LIVE-ANCHOR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND AnchorFile
           IF WS-Anchor-Status NOT = "00"
               OPEN OUTPUT AnchorFile
               CLOSE AnchorFile
               OPEN EXTEND AnchorFile
           END-IF
           PERFORM VARYING LA-IDX FROM 1 BY 1
                   UNTIL LA-IDX > LIVE-ANCHOR-COUNT
               MOVE SPACES TO AnchorLine
               STRING "ANCHOR," DELIMITED BY SIZE
                      LA-ROW-CHECK(LA-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      LA-PREV-CHECK(LA-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(LA-TIMESTAMP(LA-IDX))
                          DELIMITED BY SIZE
                   INTO AnchorLine
               WRITE AnchorLine
           END-PERFORM
           CLOSE AnchorFile.

      *>DumbBal balances each batch run against the Dumb batch-mode
      *>row count BALCTL held at the last clean balance, so the
      *>batch rows this run trimmed must come off that count -
           IF WS-Day-Table-Full = "Y"
               DISPLAY "AudArch: closed days remain beyond this "
                   "run's 400; run the job again to continue"
           END-IF
           PERFORM 0510-WRITE-ARCHIVE-SUMMARY.

      *>The same summary on file, dated with the processing date,
      *>for the morning status report to pick up.
       0510-WRITE-ARCHIVE-SUMMARY.
           OPEN OUTPUT ArchSum
           IF WS-Sum-Status NOT = "00"
               DISPLAY "AudArch: cannot open ARCHSUM, status "
                   WS-Sum-Status
               EXIT PARAGRAPH
           END-IF
           MOVE ARCH-DAY-COUNT TO WS-Sum-Days-Text
           MOVE WS-Archived-Count TO WS-Conv-Text
           MOVE WS-Kept-Count TO WS-Conv-Text2
           MOVE WS-Fail-Count TO WS-Sum-Fail-Text
           MOVE RETURN-CODE TO WS-Sum-RC-Text
           MOVE SPACES TO ArchSumLine
           STRING "ARCHSUM," DELIMITED BY SIZE
                  WS-Proc-Date DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Cutoff-Date DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Sum-Days-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Conv-Text2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Sum-Fail-Text) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-Day-Table-Full DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Sum-RC-Text) DELIMITED BY SIZE
               INTO ArchSumLine
           WRITE ArchSumLine
           CLOSE ArchSum.
