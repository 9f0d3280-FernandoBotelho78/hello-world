      *> Operator authority record - one per operator and function on
      *> OPAUTH, kept by security administration. An operator may
      *> make or approve parameter, rate and FX rate changes, set hold
      *> thresholds, decide held items or maintain the account master
      *> only while holding the function on a record that is not
      *> revoked and whose valid-from / valid-to dates span the day of
      *> use; a blank valid-to date never expires. Granted-by and
      *> granted-date record who set the entitlement up and when.
       01  authRecord.
           05  authOperatorId      PIC X(8).
           05  authFunction        PIC X(2).
               88  authParmMaker       VALUE 'PM'.
               88  authParmChecker     VALUE 'PC'.
               88  authRateMaker       VALUE 'RM'.
               88  authRateChecker     VALUE 'RC'.
               88  authHoldRelease     VALUE 'HR'.
               88  authThresholdMaker  VALUE 'TM'.
               88  authAccountMaint    VALUE 'AM'.
               88  authFxMaker         VALUE 'FM'.
               88  authFxChecker       VALUE 'FC'.
           05  authValidFrom       PIC X(8).
           05  authValidTo         PIC X(8).
           05  authRevoked         PIC X(1).
               88  authRevokedEntry    VALUE 'Y'.
           05  authGrantedBy       PIC X(8).
           05  authGrantedDate     PIC X(8).
           05  FILLER              PIC X(37).
