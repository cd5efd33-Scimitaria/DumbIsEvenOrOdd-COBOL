      *>--------------------------------------------------------
      *> AUDCHAIN.cpy
      *> Audit ledger check-value chain. Every AUDITLOG row ends
      *> in " #nnnnnnnnnn": a ten-digit check value folded over
      *> the row text ahead of it, seeded with the check value of
      *> the row before - so altering, inserting or removing a
      *> row breaks the link to the row after it. For each
      *> character of the row text in turn:
      *>   AC-VALUE = (AC-VALUE * 131 + ORD(char)) mod AC-MODULUS
      *> starting from the previous row's value, or 0 when the
      *> row before carries none (an empty ledger, or rows from
      *> before the chain). A writer finds AC-PREV by reading the
      *> ledger through as it opens it. AudArch records on
      *> AUDMANIF the value each archived day starts from and the
      *> value it ends on, and on AUDANCHR the value each kept
      *> row of the trimmed live ledger links from when the row
      *> before it was archived. AC-ROW-* is the parse area for
      *> the check value an existing row carries.
      *>--------------------------------------------------------
       01 AUD-CHAIN-AREA.
           05 AC-PREV          PIC 9(10) VALUE 0.
           05 AC-VALUE         PIC 9(10).
           05 AC-MODULUS       PIC 9(10) VALUE 9999999967.
           05 AC-WORK          PIC 9(18).
           05 AC-QUOT          PIC 9(18).
           05 AC-LEN           PIC 9(3).
           05 AC-POS           PIC 9(3).
           05 AC-EOF           PIC X VALUE "N".
               88 AC-EOF-LEDGER    VALUE "Y".
           05 AC-ROW-CHAINED   PIC X.
           05 AC-ROW-VALUE     PIC 9(10).
           05 AC-ROW-TEXT-LEN  PIC 9(3).
