      *****************************************************************
      * SECLOG.CPY
      * One sign-on event on the line-sequential SECLOG security
      * event log. The shared Operator-Sign-On paragraph (SIGNON
      * copybook) appends one record for every attempt, successful or
      * not: the user id keyed, the menu program signed on to, the
      * date, time and day of the week from the system clock, the
      * outcome, and the failed-attempt count on the operator record
      * after the attempt. SecurityViolationReport reads it each
      * night for audit.
      *
      *   SEC-EVENT-TYPE  S  signed on
      *                   O  no operator file built - sign-on not
      *                      enforced
      *                   F  wrong password
      *                   L  wrong password that locked the operator
      *                      out
      *                   R  refused - operator already locked out
      *                   U  unknown user id
      *                   D  signed on but the menu's function is
      *                      not allowed for the operator
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  SECURITY-EVENT-RECORD.
           05  SEC-USER-ID             PIC X(08).
           05  SEC-PROGRAM-ID          PIC X(30).
           05  SEC-EVENT-DATE          PIC 9(08).
           05  SEC-EVENT-TIME          PIC 9(08).
           05  SEC-EVENT-TIME-SPLIT REDEFINES SEC-EVENT-TIME.
               10  SEC-EVENT-HHMM      PIC 9(04).
               10  FILLER              PIC 9(04).
           05  SEC-DAY-OF-WEEK         PIC 9(01).
               88  SEC-WEEKEND                 VALUE 6 7.
           05  SEC-EVENT-TYPE          PIC X(01).
               88  SEC-SIGNED-ON               VALUE "S".
               88  SEC-NOT-ENFORCED            VALUE "O".
               88  SEC-BAD-PASSWORD            VALUE "F".
               88  SEC-LOCKED-OUT-NOW          VALUE "L".
               88  SEC-REFUSED-LOCKED          VALUE "R".
               88  SEC-UNKNOWN-USER            VALUE "U".
               88  SEC-FUNCTION-DENIED         VALUE "D".
               88  SEC-FAILED-ATTEMPT          VALUE "F" "L" "R"
                                                     "U" "D".
           05  SEC-FAILED-COUNT        PIC 9(02).
