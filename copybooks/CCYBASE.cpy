      *> Base currency of the Exerc4 suite - the currency the fees on
      *> the rates file are set in and every control total is kept in:
      *> the audit log, the checkpoint, the extract trailer, the
      *> transmission log and billing's acknowledgment. A transaction
      *> in any other currency is converted to it at the FX rate file.
       01  ccyBaseCurrency         PIC X(3) VALUE "EUR".
