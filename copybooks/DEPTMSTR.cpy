      *>--------------------------------------------------------
      *> DEPTMSTR.cpy
      *> Department master, as DeptMnt maintains it. DEPTMSTR is
      *> append-only, one row per maintenance of a department,
      *> newest last:
      *>   code,name,costcenter,status,rulesets,by,yyyymmdd
      *> status is A (active) or I (inactive); rulesets names the
      *> rule sets the department may request on a RULESET
      *> header, "/"-separated, up to 10. Readers load every row
      *> into DEPT-MASTER-TABLE and let a later row for a code
      *> replace the earlier one, so the table holds each
      *> department as last maintained. DEPT-MASTER-ROW is the
      *> parse area for one DEPTMSTR row; a name landing in
      *> DMR-RULESET-EXTRA means the list ran past ten.
      *>--------------------------------------------------------
       01 DEPT-MASTER-TABLE.
           05 DEPT-MASTER-ENTRY OCCURS 100 TIMES INDEXED BY DM-IDX.
               10 DM-CODE          PIC X(10).
               10 DM-NAME          PIC X(30).
               10 DM-COST-CENTER   PIC X(10).
               10 DM-STATUS        PIC X.
                   88 DM-ACTIVE        VALUE "A".
                   88 DM-INACTIVE      VALUE "I".
               10 DM-RULESET-COUNT PIC 9(2).
               10 DM-RULESET       PIC X(10) OCCURS 10 TIMES.
               10 DM-MAINT-BY      PIC X(10).
               10 DM-MAINT-DATE    PIC X(8).
           05 DEPT-MASTER-COUNT    PIC 9(3).
       01 DEPT-MASTER-ROW.
           05 DMR-CODE             PIC X(10).
           05 DMR-NAME             PIC X(30).
           05 DMR-COST-CENTER      PIC X(10).
           05 DMR-STATUS           PIC X(10).
           05 DMR-RULESETS         PIC X(110).
           05 DMR-MAINT-BY         PIC X(10).
           05 DMR-MAINT-DATE       PIC X(10).
           05 DMR-RULESET          PIC X(10) OCCURS 10 TIMES.
           05 DMR-RULESET-EXTRA    PIC X(10).
