        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WS-STORED-ACCOUNT-ID
        ALTERNATE RECORD KEY IS WS-STORED-CUSTOMER-NO WITH DUPLICATES
        FILE STATUS IS WS-ACCT-FILE-STATUS.

    SELECT AUDIT-JOURNAL-FILE ASSIGN TO "audit-journal.dat"
   05 WS-BACKUP-OPEN-DATE         PIC X(10).
   05 WS-BACKUP-STATUS            PIC X.
   05 WS-BACKUP-CUSTOMER-NO       PIC 9(5).
   05 WS-BACKUP-PRODUCT-CODE      PIC X(4).
   05 WS-BACKUP-ACCT-CLASS        PIC X.

FD ACCOUNT-MASTER.
01 ACCOUNT-MASTER-RECORD.
   05 WS-STORED-OPEN-DATE         PIC X(10).
   05 WS-STORED-STATUS            PIC X.
   05 WS-STORED-CUSTOMER-NO       PIC 9(5).
   05 WS-STORED-PRODUCT-CODE      PIC X(4).
   05 WS-STORED-ACCT-CLASS        PIC X.

FD AUDIT-JOURNAL-FILE.
01 JRN-RECORD.
   05 JRN-OPEN-DATE               PIC X(10).
   05 JRN-STATUS                  PIC X.
   05 JRN-CUSTOMER-NO             PIC 9(5).
   05 JRN-PRODUCT-CODE            PIC X(4).
   05 JRN-ACCT-CLASS              PIC X.
   05 JRN-MAKER-ID                PIC X(8).
   05 JRN-CHECKER-ID              PIC X(8).

WORKING-STORAGE SECTION.
01 WS-BACKUP-FILE-STATUS          PIC XX VALUE SPACES.
    MOVE JRN-OPEN-DATE TO WS-STORED-OPEN-DATE
    MOVE JRN-STATUS TO WS-STORED-STATUS
    MOVE JRN-CUSTOMER-NO TO WS-STORED-CUSTOMER-NO
    MOVE JRN-PRODUCT-CODE TO WS-STORED-PRODUCT-CODE
    MOVE JRN-ACCT-CLASS TO WS-STORED-ACCT-CLASS

    IF WS-ACCOUNT-EXISTS = "Y"
        REWRITE ACCOUNT-MASTER-RECORD
