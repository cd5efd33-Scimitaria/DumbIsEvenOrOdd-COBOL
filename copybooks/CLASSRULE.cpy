      *>--------------------------------------------------------
      *> CLASSRULE.cpy
      *> Shared classification-rule table: a small ordered list
      *> of entries used to classify a whole number (parity,
      *> FizzBuzz, size bands, sign, or any future N-way rule).
      *> Each entry is one of two kinds:
      *>   M - modulus: the label applies when the number leaves
      *>       CR-REMAINDER after division by CR-DIVISOR (RULE
      *>       rows on RULEMSTR/GENRULES);
      *>   R - range band: the label applies when the number lies
      *>       between CR-LOW and CR-HIGH inclusive, either limit
      *>       open-ended when its -OPEN byte is "Y" (RANGE rows).
      *> Entries are tested in order, first match wins. If
      *> nothing matches and CR-DEFAULT-LABEL is SPACES, the
      *> number itself is used as the label.
      *>--------------------------------------------------------
       01 CLASS-RULE-TABLE.
           05 CLASS-RULE-ENTRY OCCURS 20 TIMES INDEXED BY CR-IDX.
               10 CR-LABEL     PIC X(10).
               10 CR-DIVISOR   PIC 9(4).
               10 CR-REMAINDER PIC 9(4).
               10 CR-KIND      PIC X.
                   88 CR-KIND-MODULUS  VALUE "M".
                   88 CR-KIND-RANGE    VALUE "R".
               10 CR-LOW       PIC S9(18).
               10 CR-LOW-OPEN  PIC X.
                   88 CR-NO-LOW-LIMIT  VALUE "Y".
               10 CR-HIGH      PIC S9(18).
               10 CR-HIGH-OPEN PIC X.
                   88 CR-NO-HIGH-LIMIT VALUE "Y".
           05 CLASS-RULE-COUNT PIC 9(2).
       01 CR-DEFAULT-LABEL PIC X(10).
       COPY "CLASSLIM.cpy".
