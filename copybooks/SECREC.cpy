      *> Security violation record - one per refused attempt on
      *> SECVIOL: when, which program, the operator, the function
      *> attempted, why the authority file refused it and what was
      *> being attempted (the card's key fields).
       01  secRecord.
           05  secDateTime         PIC X(14).
           05  secProgram          PIC X(8).
           05  secOperatorId       PIC X(8).
           05  secFunction         PIC X(2).
           05  secReason           PIC X(24).
           05  secDetail           PIC X(24).
