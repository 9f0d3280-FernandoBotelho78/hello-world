      *> last month's" from the journal instead of guessing. The
      *> journal accumulates across runs; the month-end archive
      *> splits it on the new-run date like the other dated files.
      *> jrnEntryType R marks a reversal rather than a category change:
      *> the key was backed out by the reversal whose key is in
      *> jrnReversalKey - categories and divisors are the same on both
      *> sides, the old run date is the original's business date and
      *> the new run date the reversal's.
      *> Every change the load makes to the master is journaled, not
      *> only category changes, so the master can be rebuilt from a
      *> backup by replaying the journal: A is a key added, F a key
      *> refreshed in the same category, S a released item not applied
      *> because the key has since been classified on a later date
      *> (no master change). The new-side fields with jrnAccount,
      *> jrnAmount, jrnCurrency, jrnNewReversalFlag/Date and
      *> jrnReversalKey are the master record exactly as written for A,
      *> F and C entries.
      *> jrnLoadDate is the business date of the classified record
      *> that made the change (a release's date, not its original's),
      *> jrnPostedAt the timestamp of the load run that posted it, and
      *> jrnReleased is L for a record released from the hold queue.
      *> The point-in-time recovery journals its own work: B is a key
      *> restored to its image as of the recovery date (new side), X a
      *> key removed because it was first loaded after that date; the
      *> old side of both is the image that was rolled back, their
      *> jrnLoadDate the recovery date and jrnPostedAt the timestamp
      *> of the recovery run. Records written before the journal
      *> carried after-images read spaces in the new fields and are
      *> never replayed.
       01  jrnRecord.
           05  jrnKey              PIC 9(7).
           05  jrnOldCategory      PIC X(1).
           05  jrnNewMultiple2     PIC 9(3).
           05  jrnOldRunDate       PIC X(8).
           05  jrnNewRunDate       PIC X(8).
           05  jrnEntryType        PIC X(1).
               88  jrnCategoryChange   VALUE 'C' SPACE.
               88  jrnReversalEntry    VALUE 'R'.
               88  jrnAddedEntry       VALUE 'A'.
               88  jrnRefreshEntry     VALUE 'F'.
               88  jrnSkippedEntry     VALUE 'S'.
               88  jrnRestoredEntry    VALUE 'B'.
               88  jrnRemovedEntry     VALUE 'X'.
           05  jrnReversalKey      PIC X(7).
           05  jrnLoadDate         PIC X(8).
           05  jrnPostedAt         PIC X(14).
           05  jrnAccount          PIC X(10).
           05  jrnAmount           PIC 9(9)V99.
           05  jrnReleased         PIC X(1).
               88  jrnReleasedLoad     VALUE 'L'.
           05  jrnNewReversalFlag  PIC X(1).
           05  jrnNewReversalDate  PIC X(8).
           05  jrnCurrency         PIC X(3).
           05  FILLER              PIC X(5).
