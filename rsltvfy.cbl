           SELECT VfyRpt ASSIGN TO "VFYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.
           SELECT ProcDate ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ProcDate-Status.

       DATA DIVISION.
       FILE SECTION.
       FD VfyRpt.
       01 VfyRptLine PIC X(132).

       FD ProcDate.
       01 ProcDateLine PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-Rslt-Status     PIC XX.
       01 WS-Rpt-Status      PIC XX.

       01 WS-File-Clean      PIC X VALUE "Y".

      *>--- processing date: the shop-wide PROCDATE control file
      *>names the business date the verification is for, and it leads
      *>the report so the morning status check can tell tonight's
      *>report from a leftover. Absent or unparseable, the system
      *>clock stands in ------------------------------------------
       01 WS-ProcDate-Status PIC XX.
       01 WS-Proc-Date       PIC X(8).
       01 WS-Pd-Record       PIC X(40).
       01 WS-Pd-Field-1      PIC X(10).
       01 WS-Pd-Field-2      PIC X(10).

      *>--- numeric-to-display conversion scratch ----------------
       01 WS-Conv-Text       PIC Z(14)9.
       01 WS-Conv-Text2      PIC Z(14)9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0050-READ-PROCESS-DATE
           OPEN OUTPUT VfyRpt
           MOVE SPACES TO VfyRptLine
           STRING "Processing date " DELIMITED BY SIZE
                  WS-Proc-Date DELIMITED BY SIZE
               INTO VfyRptLine
           WRITE VfyRptLine
           MOVE 0 TO WS-Accept-Rows
           MOVE 0 TO WS-Reject-Rows
           OPEN INPUT DumbRslt
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

       0100-VERIFY-ONE-ROW.
           IF RsltLine = SPACES
               EXIT PARAGRAPH
