      *> corruption no longer stops the business.
      *> Maintenance History
      *> 2026-08-22: Initial version.
      *> 2026-10-15: The ACCTMSTR and CUSTMSTR generations are
      *> written at the full 200-byte account and 180-byte
      *> customer record widths, so a reload no longer drops the
      *> fields added since the initial layouts.
      *> 2026-10-15: The HEROSTR generations are written at the
      *> 50-byte roster width that carries the skill rating.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ACCTREC.

       FD  Acct-Backup-File-1.
       01 Acct-Backup-Record-1 PIC X(200).

       FD  Acct-Backup-File-2.
       01 Acct-Backup-Record-2 PIC X(200).

       FD  Acct-Backup-File-3.
       01 Acct-Backup-Record-3 PIC X(200).

       FD  Customer-Master-File.
       COPY CUSTREC.

       FD  Cust-Backup-File-1.
       01 Cust-Backup-Record-1 PIC X(180).

       FD  Cust-Backup-File-2.
       01 Cust-Backup-Record-2 PIC X(180).

       FD  Cust-Backup-File-3.
       01 Cust-Backup-Record-3 PIC X(180).

       FD  Inventory-Master-File.
       COPY INVREC.
       COPY HEROREC.

       FD  Hero-Backup-File-1.
       01 Hero-Backup-Record-1 PIC X(50).

       FD  Hero-Backup-File-2.
       01 Hero-Backup-Record-2 PIC X(50).

       FD  Hero-Backup-File-3.
       01 Hero-Backup-Record-3 PIC X(50).

       FD  Backup-Control-File.
       01 Backup-Control-Record.
