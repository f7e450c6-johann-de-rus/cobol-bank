>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCTCONV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-MASTER ASSIGN TO "account-master-old.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WS-OLD-ACCOUNT-ID
        FILE STATUS IS WS-OLD-FILE-STATUS.

    SELECT ACCOUNT-MASTER ASSIGN TO "account-master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WS-STORED-ACCOUNT-ID
        ALTERNATE RECORD KEY IS WS-STORED-CUSTOMER-NO WITH DUPLICATES
        FILE STATUS IS WS-ACCT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD OLD-MASTER.
01 OLD-MASTER-RECORD.
   05 WS-OLD-ACCOUNT-ID           PIC 9(5).
   05 WS-OLD-BALANCE              PIC S9(9)V99.
   05 WS-OLD-CUSTOMER-NAME        PIC X(30).
   05 WS-OLD-OPEN-DATE            PIC X(10).
   05 WS-OLD-STATUS               PIC X.
   05 WS-OLD-CUSTOMER-NO          PIC 9(5).

FD ACCOUNT-MASTER.
01 ACCOUNT-MASTER-RECORD.
   05 WS-STORED-ACCOUNT-ID        PIC 9(5).
   05 WS-STORED-BALANCE           PIC S9(9)V99.
   05 WS-STORED-CUSTOMER-NAME     PIC X(30).
   05 WS-STORED-OPEN-DATE         PIC X(10).
   05 WS-STORED-STATUS            PIC X.
   05 WS-STORED-CUSTOMER-NO       PIC 9(5).
   05 WS-STORED-PRODUCT-CODE      PIC X(4).
   05 WS-STORED-ACCT-CLASS        PIC X.

WORKING-STORAGE SECTION.
01 WS-OLD-FILE-STATUS             PIC XX VALUE SPACES.
01 WS-ACCT-FILE-STATUS            PIC XX VALUE SPACES.

01 WS-OLD-EOF-FLAG                PIC X VALUE "N".

01 WS-READ-COUNT                  PIC 9(5) VALUE 0.
01 WS-CONVERTED-COUNT             PIC 9(5) VALUE 0.
01 WS-ERROR-COUNT                 PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    OPEN INPUT OLD-MASTER
    IF WS-OLD-FILE-STATUS NOT = "00"
        DISPLAY "ERR  | account-master-old.dat introuvable : "
                WS-OLD-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT ACCOUNT-MASTER
    IF WS-ACCT-FILE-STATUS NOT = "00"
        DISPLAY "ERR  | account-master.dat inaccessible : "
                WS-ACCT-FILE-STATUS
        CLOSE OLD-MASTER
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM CONVERT-MASTER

    CLOSE OLD-MASTER
    CLOSE ACCOUNT-MASTER

    DISPLAY "========================================"
    DISPLAY "   CONVERSION DU FICHIER MAITRE"
    DISPLAY "========================================"
    DISPLAY "Comptes lus         : " WS-READ-COUNT
    DISPLAY "Comptes convertis   : " WS-CONVERTED-COUNT
    DISPLAY "Comptes en erreur   : " WS-ERROR-COUNT
    DISPLAY "========================================"

    IF WS-ERROR-COUNT > 0
        MOVE 8 TO RETURN-CODE
    END-IF

    STOP RUN.

CONVERT-MASTER.
    MOVE 0 TO WS-OLD-ACCOUNT-ID
    START OLD-MASTER KEY IS NOT LESS THAN WS-OLD-ACCOUNT-ID
        INVALID KEY
            MOVE "Y" TO WS-OLD-EOF-FLAG
    END-START

    PERFORM UNTIL WS-OLD-EOF-FLAG = "Y"
        READ OLD-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO WS-OLD-EOF-FLAG
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM WRITE-CONVERTED-RECORD
        END-READ
    END-PERFORM.

WRITE-CONVERTED-RECORD.
    MOVE WS-OLD-ACCOUNT-ID TO WS-STORED-ACCOUNT-ID
    MOVE WS-OLD-BALANCE TO WS-STORED-BALANCE
    MOVE WS-OLD-CUSTOMER-NAME TO WS-STORED-CUSTOMER-NAME
    MOVE WS-OLD-OPEN-DATE TO WS-STORED-OPEN-DATE
    MOVE WS-OLD-STATUS TO WS-STORED-STATUS
    MOVE WS-OLD-CUSTOMER-NO TO WS-STORED-CUSTOMER-NO
    MOVE SPACES TO WS-STORED-PRODUCT-CODE
    MOVE SPACE TO WS-STORED-ACCT-CLASS

    WRITE ACCOUNT-MASTER-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE

    IF WS-ACCT-FILE-STATUS = "00"
     OR WS-ACCT-FILE-STATUS = "02"
        ADD 1 TO WS-CONVERTED-COUNT
    ELSE
        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "ERR  | Compte " WS-OLD-ACCOUNT-ID
                " | Ecriture account-master.dat en erreur : "
                WS-ACCT-FILE-STATUS
    END-IF.
