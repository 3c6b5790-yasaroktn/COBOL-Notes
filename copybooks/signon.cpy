      *> Run standalone (no console) the item holds low-values or
      *> spaces and each program falls back to its own prompt.
       01  SIGNON-OPERATOR-ID      PIC X(10) EXTERNAL.
      *> Role of the signed-on operator from OP-ROLE ("C" clerk,
      *> "S" supervisor, "A" administrator), filled alongside the
      *> id so a function can check authority without rereading
      *> OPERATOR.DAT.
       01  SIGNON-OPERATOR-ROLE    PIC X EXTERNAL.
