      *>--------------------------------------------------------
      *> CLASSLIM.cpy
      *> Limits of the shared classification-rule table
      *> (CLASSRULE.cpy): the entries one rule set may hold, and
      *> the distinct labels it can therefore produce - one per
      *> entry plus its default. An OCCURS needs a literal, so a
      *> table sized from these repeats the figure in its OCCURS
      *> and guards its fills with these names.
      *>--------------------------------------------------------
       01 CR-MAX-ENTRIES   PIC 9(2) VALUE 20.
       01 CR-MAX-LABELS    PIC 9(2) VALUE 21.
