      *****************************************************************
      * ACCTSIGN.CPY
      * One authorized signer on the indexed ACCTSIGN file, keyed by
      * account and signer customer: a third party who may act on an
      * account without owning it - a power of attorney, a guardian,
      * or a business's authorized signer. The owners stay on
      * ACCT-CUSTOMER-ID and ACCT-SECOND-CUSTOMER-ID; a signer is
      * never one of them. The authority runs from the effective
      * date to the expiry date (zero means no end). Maintained by
      * SignerMaintenance; shown by CustomerRelationship; the
      * nightly SignerReview step flags records whose authority has
      * expired or whose signer has left CUSTMSTR or died.
      *-----------------------------------------------------------------
      * Maintenance History
      * DATE       INIT DESCRIPTION
      * 2026-10-15 PDK  Initial version.
      *****************************************************************
       01  ACCOUNT-SIGNER-RECORD.
           05  SIGNER-KEY.
               10  SIGNER-ACCT-NUMBER  PIC X(15).
               10  SIGNER-CUSTOMER-ID  PIC 9(05).
           05  SIGNER-ROLE             PIC X(01).
               88  SIGNER-POWER-OF-ATTORNEY    VALUE "P".
               88  SIGNER-GUARDIAN             VALUE "G".
               88  SIGNER-AUTHORIZED           VALUE "A".
               88  SIGNER-ROLE-VALID           VALUE "P" "G" "A".
           05  SIGNER-EFFECTIVE-DATE   PIC 9(08).
           05  SIGNER-EXPIRY-DATE      PIC 9(08).
           05  SIGNER-STATUS-FLAG      PIC X(01).
               88  SIGNER-ACTIVE               VALUE "A".
               88  SIGNER-EXPIRED              VALUE "E".
               88  SIGNER-OFFBOARDED           VALUE "O".
               88  SIGNER-DECEASED             VALUE "D".
               88  SIGNER-REVOKED              VALUE "R".
           05  SIGNER-ADDED-DATE       PIC 9(08).
           05  SIGNER-FLAGGED-DATE     PIC 9(08).
