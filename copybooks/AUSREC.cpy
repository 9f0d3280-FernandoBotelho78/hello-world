      *> Authority use record - one per granted use on AUTHUSE: when,
      *> which program, the operator, the function used and what it
      *> was used on. The entitlement report takes each authority's
      *> last use from here.
       01  ausRecord.
           05  ausDateTime         PIC X(14).
           05  ausProgram          PIC X(8).
           05  ausOperatorId       PIC X(8).
           05  ausFunction         PIC X(2).
           05  ausDetail           PIC X(24).
           05  FILLER              PIC X(24).
