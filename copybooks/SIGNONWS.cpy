      *                 work fields. The host now also declares the
      *                 ALERTFIL SELECT/FD so a lockout can raise an
      *                 operator alert.
      * 2026-10-15 PDK  Added the security-event fields: the host's
      *                 program name for the SECLOG event log, the
      *                 outcome and failed count of the attempt, and
      *                 the log's file status. The host now also
      *                 declares the SECLOG SELECT/FD.
      *****************************************************************
       01  SIGNON-FIELDS.
           05  SIGNON-USER-ID          PIC X(08).
               88  SIGNON-INQUIRY-ONLY         VALUE "I".
               88  SIGNON-CAN-UPDATE           VALUE "U" "S".
               88  SIGNON-SUPERVISOR           VALUE "S".
           05  SIGNON-PROGRAM-ID       PIC X(30) VALUE SPACES.
           05  SIGNON-EVENT-TYPE       PIC X(01).
           05  SIGNON-FAILED-COUNT     PIC 9(02).

       01  SIGNON-CUTOFF-SPLIT.
           05  SIGNON-CUT-YEAR         PIC 9(04).

       01  OPR-FILE-STATUS             PIC X(02) VALUE "00".
           88  OPR-FILE-OK                     VALUE "00".

       01  SEC-LOG-FILE-STATUS         PIC X(02) VALUE "00".
