>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TELLERINQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INQUIRY-REQUEST-FILE ASSIGN TO "teller-inquiry.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQ-FILE-STATUS.

    SELECT ACCOUNT-MASTER ASSIGN TO "account-master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WS-STORED-ACCOUNT-ID
        ALTERNATE RECORD KEY IS WS-STORED-CUSTOMER-NO WITH DUPLICATES
        FILE STATUS IS WS-ACCT-FILE-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "customer-master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WS-CUST-NO
        FILE STATUS IS WS-CUST-FILE-STATUS.

    SELECT HOLDS-FILE ASSIGN TO "holds.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLDS-FILE-STATUS.

    SELECT PENDING-TXN-FILE ASSIGN TO "pending-transactions.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PEND-KEY
        FILE STATUS IS WS-PENDING-FILE-STATUS.

    SELECT STANDING-ORDER-FILE ASSIGN TO "standing-orders.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SO-FILE-STATUS.

    SELECT TXN-HISTORY-FILE ASSIGN TO "transactions-history.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TXH-KEY
        FILE STATUS IS WS-TXH-FILE-STATUS.

    SELECT PRODUCT-FILE ASSIGN TO "products.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROD-FILE-STATUS.

    SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "holidays.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD INQUIRY-REQUEST-FILE.
01 INQUIRY-REQUEST-LINE           PIC X(80).

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

FD CUSTOMER-MASTER.
01 CUSTOMER-MASTER-RECORD.
   05 WS-CUST-NO                  PIC 9(5).
   05 WS-CUST-NAME                PIC X(30).

FD HOLDS-FILE.
01 HOLDS-RECORD.
   05 HOLD-ACCOUNT-ID             PIC 9(5).
   05 HOLD-AMOUNT                 PIC 9(7)V99.
   05 HOLD-EXPIRY-DATE            PIC 9(8).

FD PENDING-TXN-FILE.
01 PENDING-TXN-RECORD.
   05 PEND-KEY.
      10 PEND-DATE                PIC 9(8).
      10 PEND-RUN-ID              PIC X(16).
      10 PEND-LINE-SEQ            PIC 9(5).
   05 PEND-LINE-TXT               PIC X(250).

FD STANDING-ORDER-FILE.
01 STANDING-ORDER-LINE            PIC X(120).

FD TXN-HISTORY-FILE.
01 TXN-HISTORY-RECORD.
   05 TXH-KEY.
      10 TXH-ACCOUNT-ID           PIC 9(5).
      10 TXH-DATE                 PIC 9(8).
      10 TXH-SEQ                  PIC 9(5).
   05 TXH-DETAIL.
      10 TXH-DTL-ACCOUNT-ID       PIC 9(5).
      10 TXH-LINE-SEQ             PIC 9(5).
      10 TXH-TXN-DATE             PIC X(10).
      10 TXH-TYPE                 PIC X(12).
      10 TXH-AMOUNT               PIC S9(9)V99.
      10 TXH-BALANCE-AFTER        PIC S9(9)V99.
      10 TXH-RUN-ID               PIC X(16).
      10 TXH-ORIG-RUN-ID          PIC X(16).
      10 TXH-ORIG-LINE            PIC 9(5).
      10 TXH-BRANCH               PIC 9(2).

FD PRODUCT-FILE.
01 PRODUCT-LINE                   PIC X(120).

FD HOLIDAY-CALENDAR-FILE.
01 HOLIDAY-CALENDAR-LINE          PIC X(80).

WORKING-STORAGE SECTION.
01 WS-REQ-FILE-STATUS             PIC XX VALUE SPACES.
01 WS-ACCT-FILE-STATUS            PIC XX VALUE SPACES.
01 WS-CUST-FILE-STATUS            PIC XX VALUE SPACES.
01 WS-HOLDS-FILE-STATUS           PIC XX VALUE SPACES.
01 WS-PENDING-FILE-STATUS         PIC XX VALUE SPACES.
01 WS-SO-FILE-STATUS              PIC XX VALUE SPACES.
01 WS-TXH-FILE-STATUS             PIC XX VALUE SPACES.
01 WS-PROD-FILE-STATUS            PIC XX VALUE SPACES.
01 WS-CAL-FILE-STATUS             PIC XX VALUE SPACES.

01 WS-REQ-EOF-FLAG                PIC X VALUE "N".
01 WS-HOLDS-EOF-FLAG              PIC X VALUE "N".
01 WS-PENDING-EOF-FLAG            PIC X VALUE "N".
01 WS-SO-EOF-FLAG                 PIC X VALUE "N".
01 WS-DETAIL-EOF-FLAG             PIC X VALUE "N".
01 WS-PROD-EOF-FLAG               PIC X VALUE "N".
01 WS-CAL-EOF-FLAG                PIC X VALUE "N".
01 WS-REL-SCAN-EOF-FLAG           PIC X VALUE "N".
01 WS-CUST-AVAILABLE              PIC X VALUE "N".
01 WS-PENDING-AVAILABLE           PIC X VALUE "N".
01 WS-HISTORY-AVAILABLE           PIC X VALUE "N".

01 WS-PARM-FIELD-1                PIC X(20).
01 WS-PARM-FIELD-2                PIC X(20).
01 WS-PARM-FIELD-3                PIC X(20).
01 WS-PARM-FIELD-4                PIC X(20).
01 WS-PARM-FIELD-5                PIC X(20).
01 WS-PARM-FIELD-6                PIC X(20).
01 WS-PARM-FIELD-7                PIC X(20).
01 WS-PARM-FIELD-8                PIC X(20).
01 WS-PARM-FIELD-9                PIC X(20).

01 WS-RUN-DATE                    PIC X(8) VALUE SPACES.
01 WS-RUN-DATE-NUM                PIC 9(8) VALUE 0.
01 WS-RUN-DATE-INT                PIC 9(9) VALUE 0.
01 WS-MOVEMENT-LIMIT              PIC 9(3) VALUE 10.
01 WS-SO-HORIZON-DAYS             PIC 9(3) VALUE 31.
01 WS-DORMANCY-MONTHS             PIC 9(3) VALUE 24.

01 WS-INQ-ACCOUNT-ID              PIC 9(5) VALUE 0.
01 WS-INQ-CUST-NO                 PIC 9(5) VALUE 0.
01 WS-INQ-CUST-NAME               PIC X(30) VALUE SPACES.
01 WS-INQUIRY-COUNT               PIC 9(5) VALUE 0.
01 WS-INQUIRY-ERROR-COUNT         PIC 9(5) VALUE 0.

01 WS-HOLD-TABLE.
   05 WS-HOLD-ENTRY OCCURS 500 TIMES.
      10 WS-HOLD-ACCOUNT          PIC 9(5).
      10 WS-HOLD-AMOUNT           PIC 9(7)V99.
      10 WS-HOLD-EXPIRY           PIC 9(8).
01 WS-HOLD-COUNT                  PIC 9(3) VALUE 0.
01 WS-HOLD-IDX                    PIC 9(3) VALUE 0.
01 WS-ACTIVE-HOLD-TOTAL           PIC 9(9)V99 VALUE 0.
01 WS-ACTIVE-HOLD-COUNT           PIC 9(3) VALUE 0.

01 WS-PRODUCT-TABLE.
   05 WS-PRODUCT-ENTRY OCCURS 50 TIMES.
      10 WS-PROD-CODE             PIC X(4).
      10 WS-PROD-NAME             PIC X(20).
      10 WS-PROD-OVERDRAFT        PIC 9(7)V99.
01 WS-PRODUCT-COUNT               PIC 9(3) VALUE 0.
01 WS-PROD-SCAN-IDX               PIC 9(3) VALUE 0.
01 WS-PRODUCT-NAME                PIC X(20) VALUE SPACES.
01 WS-OVERDRAFT-LIMIT             PIC 9(7)V99 VALUE 0.

01 WS-SO-TABLE.
   05 WS-SO-ENTRY OCCURS 200 TIMES.
      10 WS-SO-BRANCH             PIC 9(2).
      10 WS-SO-ACCOUNT            PIC 9(5).
      10 WS-SO-COUNTERPARTY       PIC 9(5).
      10 WS-SO-AMOUNT             PIC 9(7)V99.
      10 WS-SO-FREQUENCY          PIC X.
      10 WS-SO-DAY                PIC 9(2).
      10 WS-SO-START-DATE         PIC 9(8).
      10 WS-SO-END-DATE           PIC 9(8).
      10 WS-SO-ROLL               PIC X.
01 WS-SO-COUNT                    PIC 9(3) VALUE 0.
01 WS-SO-IDX                      PIC 9(3) VALUE 0.
01 WS-SO-CAND-INT                 PIC 9(9) VALUE 0.
01 WS-SO-CAND-DATE                PIC 9(8) VALUE 0.
01 WS-SO-CAND-NEXT                PIC 9(8) VALUE 0.
01 WS-SO-SCHEDULED                PIC X VALUE "N".
01 WS-SO-POST-DATE                PIC 9(8) VALUE 0.
01 WS-SO-SHOWN-COUNT              PIC 9(3) VALUE 0.
01 WS-SO-DIRECTION                PIC X(30) VALUE SPACES.

01 WS-CAL-TABLE.
   05 WS-CAL-ENTRY OCCURS 500 TIMES.
      10 WS-CAL-KIND              PIC X.
      10 WS-CAL-BRANCH            PIC 9(2).
      10 WS-CAL-COUNTRY           PIC X(3).
      10 WS-CAL-DATE              PIC 9(8).
      10 WS-CAL-LABEL             PIC X(20).
01 WS-CAL-COUNT                   PIC 9(3) VALUE 0.
01 WS-CAL-IDX                     PIC 9(3) VALUE 0.
01 WS-CAL-BR-TABLE.
   05 WS-CAL-BR-COUNTRY OCCURS 99 TIMES PIC X(3).
01 WS-CAL-CHECK-INT               PIC 9(9) VALUE 0.
01 WS-CAL-CHECK-DATE              PIC 9(8) VALUE 0.
01 WS-CAL-CHECK-BRANCH            PIC 9(2) VALUE 0.
01 WS-CAL-WEEKDAY                 PIC 9 VALUE 0.
01 WS-CAL-BUSINESS-DAY            PIC X VALUE "Y".
01 WS-CAL-HOLIDAY-LABEL           PIC X(20) VALUE SPACES.
01 WS-CAL-ROLL-INT                PIC 9(9) VALUE 0.
01 WS-CAL-ROLL-STEPS              PIC 9(2) VALUE 0.

01 WS-PEND-BRANCH-TEXT            PIC X(20).
01 WS-PEND-ACCOUNT-TEXT           PIC X(20).
01 WS-PEND-AMOUNT-TEXT            PIC X(20).
01 WS-PEND-TYPE-TEXT              PIC X(20).
01 WS-PEND-DATE-TEXT              PIC X(20).
01 WS-PEND-TO-ACCOUNT-TEXT        PIC X(20).
01 WS-PEND-ACCOUNT                PIC 9(5) VALUE 0.
01 WS-PEND-TO-ACCOUNT             PIC 9(5) VALUE 0.
01 WS-PEND-AMOUNT                 PIC 9(7)V99 VALUE 0.
01 WS-PEND-DIRECTION              PIC X(12) VALUE SPACES.
01 WS-PEND-SHOWN-COUNT            PIC 9(5) VALUE 0.
01 WS-PEND-DEBIT-TOTAL            PIC 9(9)V99 VALUE 0.
01 WS-PEND-CREDIT-TOTAL           PIC 9(9)V99 VALUE 0.

01 WS-MVT-TABLE.
   05 WS-MVT-ENTRY OCCURS 50 TIMES.
      10 WS-MVT-DATE              PIC X(10).
      10 WS-MVT-TYPE              PIC X(12).
      10 WS-MVT-AMOUNT            PIC S9(9)V99.
      10 WS-MVT-BALANCE-AFTER     PIC S9(9)V99.
      10 WS-MVT-RUN-ID            PIC X(16).
01 WS-MVT-SEEN-COUNT              PIC 9(7) VALUE 0.
01 WS-MVT-SLOT                    PIC 9(3) VALUE 0.
01 WS-MVT-SHOW-COUNT              PIC 9(3) VALUE 0.
01 WS-MVT-IDX                     PIC 9(3) VALUE 0.

01 WS-LAST-ACT-DATE               PIC 9(8) VALUE 0.
01 WS-DORM-LAST-SER               PIC 9(7) VALUE 0.
01 WS-DORM-RUN-SER                PIC 9(7) VALUE 0.
01 WS-DORM-IDLE-MONTHS            PIC 9(5) VALUE 0.
01 WS-STATUS-TEXT                 PIC X(12) VALUE SPACES.

01 WS-LEDGER-BALANCE              PIC S9(9)V99 VALUE 0.
01 WS-AVAILABLE-BALANCE           PIC S9(9)V99 VALUE 0.
01 WS-WITHDRAWABLE                PIC S9(9)V99 VALUE 0.

01 WS-REL-ACCT-COUNT              PIC 9(5) VALUE 0.
01 WS-REL-TOTAL                   PIC S9(11)V99 VALUE 0.
01 WS-REL-AVAILABLE-TOTAL         PIC S9(11)V99 VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
    PERFORM SET-INQUIRY-DATE

    PERFORM LOAD-HOLDS-TABLE
    PERFORM READ-PRODUCT-CATALOGUE
    PERFORM READ-STANDING-ORDERS
    PERFORM READ-HOLIDAY-CALENDAR

    OPEN INPUT ACCOUNT-MASTER
    IF WS-ACCT-FILE-STATUS NOT = "00"
        DISPLAY "ERR  | account-master.dat introuvable : "
                WS-ACCT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "N" TO WS-CUST-AVAILABLE
    OPEN INPUT CUSTOMER-MASTER
    IF WS-CUST-FILE-STATUS = "00"
        MOVE "Y" TO WS-CUST-AVAILABLE
    END-IF

    MOVE "N" TO WS-PENDING-AVAILABLE
    OPEN INPUT PENDING-TXN-FILE
    IF WS-PENDING-FILE-STATUS = "00"
        MOVE "Y" TO WS-PENDING-AVAILABLE
    END-IF

    MOVE "N" TO WS-HISTORY-AVAILABLE
    OPEN INPUT TXN-HISTORY-FILE
    IF WS-TXH-FILE-STATUS = "00"
        MOVE "Y" TO WS-HISTORY-AVAILABLE
    END-IF

    OPEN INPUT INQUIRY-REQUEST-FILE
    IF WS-REQ-FILE-STATUS NOT = "00"
        DISPLAY "ERR  | teller-inquiry.csv introuvable : "
                WS-REQ-FILE-STATUS
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE "N" TO WS-REQ-EOF-FLAG
        PERFORM UNTIL WS-REQ-EOF-FLAG = "Y"
            READ INQUIRY-REQUEST-FILE
                AT END
                    MOVE "Y" TO WS-REQ-EOF-FLAG
                NOT AT END
                    PERFORM APPLY-INQUIRY-REQUEST
            END-READ
        END-PERFORM
        CLOSE INQUIRY-REQUEST-FILE
    END-IF

    CLOSE ACCOUNT-MASTER
    IF WS-CUST-AVAILABLE = "Y"
        CLOSE CUSTOMER-MASTER
    END-IF
    IF WS-PENDING-AVAILABLE = "Y"
        CLOSE PENDING-TXN-FILE
    END-IF
    IF WS-HISTORY-AVAILABLE = "Y"
        CLOSE TXN-HISTORY-FILE
    END-IF

    DISPLAY "========================================"
    DISPLAY "Consultations traitees : " WS-INQUIRY-COUNT
    DISPLAY "Consultations en echec : " WS-INQUIRY-ERROR-COUNT
    DISPLAY "========================================"

    IF WS-INQUIRY-ERROR-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF

    STOP RUN.

SET-INQUIRY-DATE.
    MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
    MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) TO WS-RUN-DATE-INT
    COMPUTE WS-DORM-RUN-SER =
        FUNCTION NUMVAL(WS-RUN-DATE(1:4)) * 12
        + FUNCTION NUMVAL(WS-RUN-DATE(5:2)).

APPLY-INQUIRY-REQUEST.
    MOVE SPACES TO WS-PARM-FIELD-1
    MOVE SPACES TO WS-PARM-FIELD-2

    UNSTRING INQUIRY-REQUEST-LINE
        DELIMITED BY ","
        INTO WS-PARM-FIELD-1
             WS-PARM-FIELD-2
    END-UNSTRING

    IF FUNCTION TRIM(WS-PARM-FIELD-1) = "ACCOUNT"
       OR FUNCTION TRIM(WS-PARM-FIELD-1) = "CUSTOMER"
        ADD 1 TO WS-INQUIRY-COUNT
        IF FUNCTION TRIM(WS-PARM-FIELD-2) IS NUMERIC
           AND FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2)) > 0
           AND FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2)) < 100000
            IF FUNCTION TRIM(WS-PARM-FIELD-1) = "ACCOUNT"
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2))
                    TO WS-INQ-ACCOUNT-ID
                PERFORM INQUIRE-BY-ACCOUNT
            ELSE
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2))
                    TO WS-INQ-CUST-NO
                PERFORM INQUIRE-BY-CUSTOMER
            END-IF
        ELSE
            ADD 1 TO WS-INQUIRY-ERROR-COUNT
            DISPLAY "ERR  | Numero invalide : "
                    FUNCTION TRIM(INQUIRY-REQUEST-LINE)
        END-IF
    ELSE
        IF FUNCTION TRIM(WS-PARM-FIELD-1) = "RUN-DATE"
           AND FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-FIELD-2)) = 8
           AND FUNCTION TRIM(WS-PARM-FIELD-2) IS NUMERIC
            MOVE FUNCTION TRIM(WS-PARM-FIELD-2) TO WS-RUN-DATE
            PERFORM SET-INQUIRY-DATE
        ELSE
            IF FUNCTION TRIM(WS-PARM-FIELD-1) = "MOVEMENTS"
               AND FUNCTION TRIM(WS-PARM-FIELD-2) IS NUMERIC
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2))
                    TO WS-MOVEMENT-LIMIT
                IF WS-MOVEMENT-LIMIT > 50
                    DISPLAY "AVERTISSEMENT | MOVEMENTS limite a 50"
                    MOVE 50 TO WS-MOVEMENT-LIMIT
                END-IF
            ELSE
                IF FUNCTION TRIM(WS-PARM-FIELD-1) = "HORIZON"
                   AND FUNCTION TRIM(WS-PARM-FIELD-2) IS NUMERIC
                    MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2))
                        TO WS-SO-HORIZON-DAYS
                ELSE
                    IF FUNCTION TRIM(WS-PARM-FIELD-1) = "DORMANCY-MONTHS"
                       AND FUNCTION TRIM(WS-PARM-FIELD-2) IS NUMERIC
                        MOVE FUNCTION NUMVAL(
                            FUNCTION TRIM(WS-PARM-FIELD-2))
                            TO WS-DORMANCY-MONTHS
                    ELSE
                        IF FUNCTION TRIM(INQUIRY-REQUEST-LINE) NOT = ""
                            DISPLAY "AVERTISSEMENT | Ligne "
                                    "teller-inquiry.csv ignoree : "
                                    FUNCTION TRIM(INQUIRY-REQUEST-LINE)
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

INQUIRE-BY-ACCOUNT.
    MOVE WS-INQ-ACCOUNT-ID TO WS-STORED-ACCOUNT-ID
    READ ACCOUNT-MASTER
        INVALID KEY
            MOVE "23" TO WS-ACCT-FILE-STATUS
    END-READ

    IF WS-ACCT-FILE-STATUS NOT = "00"
        ADD 1 TO WS-INQUIRY-ERROR-COUNT
        DISPLAY "ERR  | Compte " WS-INQ-ACCOUNT-ID " inexistant"
    ELSE
        MOVE WS-STORED-CUSTOMER-NO TO WS-INQ-CUST-NO
        PERFORM LOOKUP-CUSTOMER-NAME

        DISPLAY "========================================"
        DISPLAY "   CONSULTATION GUICHET - COMPTE " WS-INQ-ACCOUNT-ID
        DISPLAY "   Date de situation : " WS-RUN-DATE
        DISPLAY "========================================"
        IF WS-INQ-CUST-NO > 0
            DISPLAY "Client " WS-INQ-CUST-NO " - "
                    FUNCTION TRIM(WS-INQ-CUST-NAME)
        END-IF

        PERFORM DISPLAY-ACCOUNT-POSITION

        IF WS-INQ-CUST-NO > 0
            PERFORM DISPLAY-LINKED-ACCOUNTS
        END-IF
    END-IF.

INQUIRE-BY-CUSTOMER.
    MOVE SPACES TO WS-INQ-CUST-NAME
    MOVE "N" TO WS-REL-SCAN-EOF-FLAG
    IF WS-CUST-AVAILABLE = "N"
        ADD 1 TO WS-INQUIRY-ERROR-COUNT
        DISPLAY "ERR  | customer-master.dat introuvable"
    ELSE
        MOVE WS-INQ-CUST-NO TO WS-CUST-NO
        READ CUSTOMER-MASTER
            INVALID KEY
                MOVE "23" TO WS-CUST-FILE-STATUS
        END-READ

        IF WS-CUST-FILE-STATUS NOT = "00"
            ADD 1 TO WS-INQUIRY-ERROR-COUNT
            DISPLAY "ERR  | Client " WS-INQ-CUST-NO " inexistant"
        ELSE
            MOVE WS-CUST-NAME TO WS-INQ-CUST-NAME

            DISPLAY "========================================"
            DISPLAY "   CONSULTATION GUICHET - CLIENT " WS-INQ-CUST-NO
            DISPLAY "   Date de situation : " WS-RUN-DATE
            DISPLAY "========================================"
            DISPLAY "Client " WS-INQ-CUST-NO " - "
                    FUNCTION TRIM(WS-INQ-CUST-NAME)

            MOVE 0 TO WS-REL-ACCT-COUNT
            MOVE 0 TO WS-REL-TOTAL
            MOVE 0 TO WS-REL-AVAILABLE-TOTAL

            MOVE WS-INQ-CUST-NO TO WS-STORED-CUSTOMER-NO
            START ACCOUNT-MASTER KEY IS EQUAL TO WS-STORED-CUSTOMER-NO
                INVALID KEY
                    MOVE "Y" TO WS-REL-SCAN-EOF-FLAG
            END-START

            PERFORM UNTIL WS-REL-SCAN-EOF-FLAG = "Y"
                READ ACCOUNT-MASTER NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-REL-SCAN-EOF-FLAG
                    NOT AT END
                        IF WS-STORED-CUSTOMER-NO NOT = WS-INQ-CUST-NO
                            MOVE "Y" TO WS-REL-SCAN-EOF-FLAG
                        ELSE
                            PERFORM DISPLAY-ACCOUNT-POSITION
                            ADD 1 TO WS-REL-ACCT-COUNT
                            IF WS-STORED-STATUS NOT = "C"
                                ADD WS-LEDGER-BALANCE TO WS-REL-TOTAL
                                ADD WS-AVAILABLE-BALANCE
                                    TO WS-REL-AVAILABLE-TOTAL
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            DISPLAY "----------------------------------------"
            IF WS-REL-ACCT-COUNT = 0
                DISPLAY "INFO | Aucun compte rattache a ce client"
            ELSE
                DISPLAY "Comptes du client     : " WS-REL-ACCT-COUNT
                DISPLAY "Total relation        : " WS-REL-TOTAL
                DISPLAY "Disponible relation   : "
                        WS-REL-AVAILABLE-TOTAL
            END-IF
            DISPLAY "----------------------------------------"
        END-IF
    END-IF.

LOOKUP-CUSTOMER-NAME.
    MOVE SPACES TO WS-INQ-CUST-NAME
    IF WS-INQ-CUST-NO > 0 AND WS-CUST-AVAILABLE = "Y"
        MOVE WS-INQ-CUST-NO TO WS-CUST-NO
        READ CUSTOMER-MASTER
            INVALID KEY
                MOVE "23" TO WS-CUST-FILE-STATUS
        END-READ
        IF WS-CUST-FILE-STATUS = "00"
            MOVE WS-CUST-NAME TO WS-INQ-CUST-NAME
        END-IF
    END-IF
    IF WS-INQ-CUST-NAME = SPACES
        MOVE WS-STORED-CUSTOMER-NAME TO WS-INQ-CUST-NAME
    END-IF.

DISPLAY-ACCOUNT-POSITION.
    MOVE WS-STORED-BALANCE TO WS-LEDGER-BALANCE
    PERFORM LOOKUP-PRODUCT
    PERFORM COMPUTE-ACCOUNT-HOLDS
    PERFORM SCAN-ACCOUNT-HISTORY

    IF WS-STORED-STATUS = "O"
        MOVE "OUVERT" TO WS-STATUS-TEXT
    ELSE
        IF WS-STORED-STATUS = "F"
            MOVE "GELE" TO WS-STATUS-TEXT
        ELSE
            IF WS-STORED-STATUS = "C"
                MOVE "CLOTURE" TO WS-STATUS-TEXT
            ELSE
                IF WS-STORED-STATUS = "D"
                    MOVE "DORMANT" TO WS-STATUS-TEXT
                ELSE
                    MOVE WS-STORED-STATUS TO WS-STATUS-TEXT
                END-IF
            END-IF
        END-IF
    END-IF

    COMPUTE WS-AVAILABLE-BALANCE =
        WS-LEDGER-BALANCE - WS-ACTIVE-HOLD-TOTAL

    IF WS-STORED-STATUS = "O" AND WS-STORED-ACCT-CLASS NOT = "L"
        COMPUTE WS-WITHDRAWABLE =
            WS-AVAILABLE-BALANCE + WS-OVERDRAFT-LIMIT
        IF WS-WITHDRAWABLE < 0
            MOVE 0 TO WS-WITHDRAWABLE
        END-IF
    ELSE
        MOVE 0 TO WS-WITHDRAWABLE
    END-IF

    DISPLAY "----------------------------------------"
    DISPLAY "Compte " WS-STORED-ACCOUNT-ID
            " | " FUNCTION TRIM(WS-STORED-CUSTOMER-NAME)
    DISPLAY "   Produit            : " WS-STORED-PRODUCT-CODE
            " " FUNCTION TRIM(WS-PRODUCT-NAME)
    IF WS-STORED-ACCT-CLASS = "L"
        DISPLAY "   Classe             : PRET"
    END-IF
    DISPLAY "   Ouverture          : " WS-STORED-OPEN-DATE
    DISPLAY "   Statut             : " WS-STORED-STATUS
            " - " FUNCTION TRIM(WS-STATUS-TEXT)
    PERFORM DISPLAY-DORMANCY-POSITION
    DISPLAY "   Solde comptable    : " WS-LEDGER-BALANCE
    DISPLAY "   Retenues actives   : " WS-ACTIVE-HOLD-TOTAL
    DISPLAY "   Solde disponible   : " WS-AVAILABLE-BALANCE
    DISPLAY "   Decouvert autorise : " WS-OVERDRAFT-LIMIT
    DISPLAY "   Retrait possible   : " WS-WITHDRAWABLE

    PERFORM DISPLAY-ACCOUNT-HOLDS
    PERFORM DISPLAY-PENDING-ITEMS
    PERFORM DISPLAY-UPCOMING-STANDING-ORDERS
    PERFORM DISPLAY-LAST-MOVEMENTS.

DISPLAY-DORMANCY-POSITION.
    IF WS-LAST-ACT-DATE = 0
       AND WS-STORED-OPEN-DATE(1:8) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-STORED-OPEN-DATE(1:8))
            TO WS-LAST-ACT-DATE
    END-IF

    IF WS-LAST-ACT-DATE = 0
        DISPLAY "   Derniere activite  : inconnue"
    ELSE
        COMPUTE WS-DORM-LAST-SER =
            (WS-LAST-ACT-DATE / 10000) * 12
            + FUNCTION MOD(WS-LAST-ACT-DATE / 100 100)
        IF WS-DORM-RUN-SER > WS-DORM-LAST-SER
            COMPUTE WS-DORM-IDLE-MONTHS =
                WS-DORM-RUN-SER - WS-DORM-LAST-SER
        ELSE
            MOVE 0 TO WS-DORM-IDLE-MONTHS
        END-IF
        DISPLAY "   Derniere activite  : " WS-LAST-ACT-DATE
                " (" WS-DORM-IDLE-MONTHS " mois)"
        IF WS-STORED-STATUS = "O"
           AND WS-DORM-IDLE-MONTHS >= WS-DORMANCY-MONTHS
            DISPLAY "ATT  | Inactif depuis " WS-DORM-IDLE-MONTHS
                    " mois - sera passe dormant au prochain traitement"
        END-IF
    END-IF.

DISPLAY-LINKED-ACCOUNTS.
    MOVE 0 TO WS-REL-ACCT-COUNT
    MOVE 0 TO WS-REL-TOTAL
    MOVE "N" TO WS-REL-SCAN-EOF-FLAG

    DISPLAY "----------------------------------------"
    DISPLAY "Comptes lies au client " WS-INQ-CUST-NO

    MOVE WS-INQ-CUST-NO TO WS-STORED-CUSTOMER-NO
    START ACCOUNT-MASTER KEY IS EQUAL TO WS-STORED-CUSTOMER-NO
        INVALID KEY
            MOVE "Y" TO WS-REL-SCAN-EOF-FLAG
    END-START

    PERFORM UNTIL WS-REL-SCAN-EOF-FLAG = "Y"
        READ ACCOUNT-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO WS-REL-SCAN-EOF-FLAG
            NOT AT END
                IF WS-STORED-CUSTOMER-NO NOT = WS-INQ-CUST-NO
                    MOVE "Y" TO WS-REL-SCAN-EOF-FLAG
                ELSE
                    ADD 1 TO WS-REL-ACCT-COUNT
                    IF WS-STORED-STATUS NOT = "C"
                        ADD WS-STORED-BALANCE TO WS-REL-TOTAL
                    END-IF
                    IF WS-STORED-ACCOUNT-ID NOT = WS-INQ-ACCOUNT-ID
                        DISPLAY "   Compte " WS-STORED-ACCOUNT-ID
                                " | Statut " WS-STORED-STATUS
                                " | Solde: " WS-STORED-BALANCE
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    IF WS-REL-ACCT-COUNT < 2
        DISPLAY "   Aucun autre compte"
    END-IF
    DISPLAY "   Comptes lies : " WS-REL-ACCT-COUNT
            " | Total relation : " WS-REL-TOTAL
    DISPLAY "----------------------------------------".

DISPLAY-ACCOUNT-HOLDS.
    IF WS-ACTIVE-HOLD-COUNT > 0
        DISPLAY "   Retenues :"
        MOVE 1 TO WS-HOLD-IDX
        PERFORM UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
            IF WS-HOLD-ACCOUNT(WS-HOLD-IDX) = WS-STORED-ACCOUNT-ID
               AND WS-HOLD-EXPIRY(WS-HOLD-IDX) >= WS-RUN-DATE-NUM
               AND WS-HOLD-AMOUNT(WS-HOLD-IDX) > 0
                DISPLAY "      Montant: " WS-HOLD-AMOUNT(WS-HOLD-IDX)
                        " | Expire le " WS-HOLD-EXPIRY(WS-HOLD-IDX)
            END-IF
            ADD 1 TO WS-HOLD-IDX
        END-PERFORM
    END-IF.

DISPLAY-PENDING-ITEMS.
    MOVE 0 TO WS-PEND-SHOWN-COUNT
    MOVE 0 TO WS-PEND-DEBIT-TOTAL
    MOVE 0 TO WS-PEND-CREDIT-TOTAL

    IF WS-PENDING-AVAILABLE = "Y"
        MOVE "N" TO WS-PENDING-EOF-FLAG
        MOVE LOW-VALUES TO PEND-KEY
        START PENDING-TXN-FILE KEY IS NOT LESS THAN PEND-KEY
            INVALID KEY
                MOVE "Y" TO WS-PENDING-EOF-FLAG
        END-START

        PERFORM UNTIL WS-PENDING-EOF-FLAG = "Y"
            READ PENDING-TXN-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-PENDING-EOF-FLAG
                NOT AT END
                    PERFORM CHECK-ONE-PENDING-ITEM
            END-READ
        END-PERFORM
    END-IF

    IF WS-PEND-SHOWN-COUNT > 0
        DISPLAY "      Total debits a venir  : " WS-PEND-DEBIT-TOTAL
        DISPLAY "      Total credits a venir : " WS-PEND-CREDIT-TOTAL
    END-IF.

CHECK-ONE-PENDING-ITEM.
    MOVE SPACES TO WS-PEND-BRANCH-TEXT
    MOVE SPACES TO WS-PEND-ACCOUNT-TEXT
    MOVE SPACES TO WS-PEND-AMOUNT-TEXT
    MOVE SPACES TO WS-PEND-TYPE-TEXT
    MOVE SPACES TO WS-PEND-DATE-TEXT
    MOVE SPACES TO WS-PEND-TO-ACCOUNT-TEXT
    MOVE 0 TO WS-PEND-ACCOUNT
    MOVE 0 TO WS-PEND-TO-ACCOUNT
    MOVE 0 TO WS-PEND-AMOUNT
    MOVE SPACES TO WS-PEND-DIRECTION

    UNSTRING PEND-LINE-TXT
        DELIMITED BY ","
        INTO WS-PEND-BRANCH-TEXT
             WS-PEND-ACCOUNT-TEXT
             WS-PEND-AMOUNT-TEXT
             WS-PEND-TYPE-TEXT
             WS-PEND-DATE-TEXT
             WS-PEND-TO-ACCOUNT-TEXT
    END-UNSTRING

    IF FUNCTION TRIM(WS-PEND-ACCOUNT-TEXT) IS NUMERIC
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PEND-ACCOUNT-TEXT))
            TO WS-PEND-ACCOUNT
    END-IF
    IF FUNCTION TRIM(WS-PEND-TO-ACCOUNT-TEXT) IS NUMERIC
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PEND-TO-ACCOUNT-TEXT))
            TO WS-PEND-TO-ACCOUNT
    END-IF
    IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PEND-AMOUNT-TEXT)) = 0
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PEND-AMOUNT-TEXT))
            TO WS-PEND-AMOUNT
    END-IF

    IF WS-PEND-ACCOUNT = WS-STORED-ACCOUNT-ID
        IF FUNCTION TRIM(WS-PEND-TYPE-TEXT) = "deposit"
            MOVE "CREDIT" TO WS-PEND-DIRECTION
            ADD WS-PEND-AMOUNT TO WS-PEND-CREDIT-TOTAL
        ELSE
            IF FUNCTION TRIM(WS-PEND-TYPE-TEXT) = "withdraw"
               OR FUNCTION TRIM(WS-PEND-TYPE-TEXT) = "transfer"
               OR FUNCTION TRIM(WS-PEND-TYPE-TEXT) = "extpay"
                MOVE "DEBIT" TO WS-PEND-DIRECTION
                ADD WS-PEND-AMOUNT TO WS-PEND-DEBIT-TOTAL
            ELSE
                MOVE "OPERATION" TO WS-PEND-DIRECTION
            END-IF
        END-IF
    ELSE
        IF WS-PEND-TO-ACCOUNT = WS-STORED-ACCOUNT-ID
           AND FUNCTION TRIM(WS-PEND-TYPE-TEXT) = "transfer"
            MOVE "CREDIT" TO WS-PEND-DIRECTION
            ADD WS-PEND-AMOUNT TO WS-PEND-CREDIT-TOTAL
        END-IF
    END-IF

    IF WS-PEND-DIRECTION NOT = SPACES
        IF WS-PEND-SHOWN-COUNT = 0
            DISPLAY "   Operations en attente (par date de valeur) :"
        END-IF
        ADD 1 TO WS-PEND-SHOWN-COUNT
        DISPLAY "      Valeur " PEND-DATE
                " | " WS-PEND-TYPE-TEXT(1:12)
                " | " WS-PEND-DIRECTION(1:9)
                " | Montant: " WS-PEND-AMOUNT
                " | Lot " FUNCTION TRIM(PEND-RUN-ID)
                " ligne " PEND-LINE-SEQ
    END-IF.

DISPLAY-UPCOMING-STANDING-ORDERS.
    MOVE 0 TO WS-SO-SHOWN-COUNT
    MOVE 1 TO WS-SO-IDX
    PERFORM UNTIL WS-SO-IDX > WS-SO-COUNT
        IF WS-SO-ACCOUNT(WS-SO-IDX) = WS-STORED-ACCOUNT-ID
           OR (WS-SO-COUNTERPARTY(WS-SO-IDX) = WS-STORED-ACCOUNT-ID
               AND WS-SO-COUNTERPARTY(WS-SO-IDX) > 0)
            PERFORM FIND-NEXT-STANDING-ORDER-DATE
            IF WS-SO-SCHEDULED = "Y"
                PERFORM DISPLAY-ONE-STANDING-ORDER
            END-IF
        END-IF
        ADD 1 TO WS-SO-IDX
    END-PERFORM.

FIND-NEXT-STANDING-ORDER-DATE.
    MOVE "N" TO WS-SO-SCHEDULED
    MOVE 0 TO WS-SO-POST-DATE
    MOVE WS-SO-BRANCH(WS-SO-IDX) TO WS-CAL-CHECK-BRANCH
    COMPUTE WS-SO-CAND-INT = WS-RUN-DATE-INT - 10
    PERFORM UNTIL WS-SO-CAND-INT > WS-RUN-DATE-INT + WS-SO-HORIZON-DAYS
                  OR WS-SO-SCHEDULED = "Y"
        PERFORM CHECK-STANDING-ORDER-SCHEDULED
        IF WS-SO-SCHEDULED = "Y"
            MOVE WS-SO-CAND-INT TO WS-CAL-ROLL-INT
            IF WS-SO-ROLL(WS-SO-IDX) = "P"
                PERFORM ROLL-TO-PREVIOUS-BUSINESS-DAY
            ELSE
                PERFORM ROLL-TO-NEXT-BUSINESS-DAY
            END-IF
            IF WS-CAL-ROLL-INT < WS-RUN-DATE-INT
               OR WS-CAL-ROLL-INT > WS-RUN-DATE-INT + WS-SO-HORIZON-DAYS
                MOVE "N" TO WS-SO-SCHEDULED
            ELSE
                MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-ROLL-INT)
                    TO WS-SO-POST-DATE
            END-IF
        END-IF
        IF WS-SO-SCHEDULED = "N"
            ADD 1 TO WS-SO-CAND-INT
        END-IF
    END-PERFORM.

CHECK-STANDING-ORDER-SCHEDULED.
    MOVE "N" TO WS-SO-SCHEDULED
    MOVE FUNCTION DATE-OF-INTEGER(WS-SO-CAND-INT) TO WS-SO-CAND-DATE

    IF WS-SO-START-DATE(WS-SO-IDX) <= WS-SO-CAND-DATE
       AND (WS-SO-END-DATE(WS-SO-IDX) = 0
            OR WS-SO-END-DATE(WS-SO-IDX) >= WS-SO-CAND-DATE)
        IF WS-SO-FREQUENCY(WS-SO-IDX) = "M"
            MOVE FUNCTION DATE-OF-INTEGER(WS-SO-CAND-INT + 1)
                TO WS-SO-CAND-NEXT
            IF WS-SO-DAY(WS-SO-IDX) = WS-SO-CAND-DATE(7:2)
                MOVE "Y" TO WS-SO-SCHEDULED
            ELSE
                IF WS-SO-DAY(WS-SO-IDX) > WS-SO-CAND-DATE(7:2)
                   AND WS-SO-CAND-NEXT(5:2) NOT = WS-SO-CAND-DATE(5:2)
                    MOVE "Y" TO WS-SO-SCHEDULED
                END-IF
            END-IF
        ELSE
            IF WS-SO-FREQUENCY(WS-SO-IDX) = "W"
               AND WS-SO-DAY(WS-SO-IDX)
                   = FUNCTION MOD(WS-SO-CAND-INT - 1 7) + 1
                MOVE "Y" TO WS-SO-SCHEDULED
            END-IF
        END-IF
    END-IF.

DISPLAY-ONE-STANDING-ORDER.
    MOVE SPACES TO WS-SO-DIRECTION
    IF WS-SO-COUNTERPARTY(WS-SO-IDX) = 0
        MOVE "VERSEMENT" TO WS-SO-DIRECTION
    ELSE
        IF WS-SO-ACCOUNT(WS-SO-IDX) = WS-STORED-ACCOUNT-ID
            STRING "DEBIT vers "              DELIMITED BY SIZE
                   WS-SO-COUNTERPARTY(WS-SO-IDX) DELIMITED BY SIZE
                INTO WS-SO-DIRECTION
            END-STRING
        ELSE
            STRING "CREDIT de "               DELIMITED BY SIZE
                   WS-SO-ACCOUNT(WS-SO-IDX)   DELIMITED BY SIZE
                INTO WS-SO-DIRECTION
            END-STRING
        END-IF
    END-IF

    IF WS-SO-SHOWN-COUNT = 0
        DISPLAY "   Ordres permanents a venir (" WS-SO-HORIZON-DAYS
                " jours) :"
    END-IF
    ADD 1 TO WS-SO-SHOWN-COUNT
    DISPLAY "      Echeance " WS-SO-POST-DATE
            " | " WS-SO-FREQUENCY(WS-SO-IDX)
            " | " WS-SO-DIRECTION(1:16)
            " | Montant: " WS-SO-AMOUNT(WS-SO-IDX)
    IF WS-SO-POST-DATE NOT = WS-SO-CAND-DATE
        DISPLAY "         Date prevue " WS-SO-CAND-DATE
                " deplacee (jour non ouvre)"
    END-IF.

SCAN-ACCOUNT-HISTORY.
    MOVE 0 TO WS-MVT-SEEN-COUNT
    MOVE 0 TO WS-LAST-ACT-DATE
    MOVE "N" TO WS-DETAIL-EOF-FLAG

    IF WS-HISTORY-AVAILABLE = "Y"
        MOVE WS-STORED-ACCOUNT-ID TO TXH-ACCOUNT-ID
        MOVE 0 TO TXH-DATE
        MOVE 0 TO TXH-SEQ
        START TXN-HISTORY-FILE KEY IS NOT LESS THAN TXH-KEY
            INVALID KEY
                MOVE "Y" TO WS-DETAIL-EOF-FLAG
        END-START

        PERFORM UNTIL WS-DETAIL-EOF-FLAG = "Y"
            READ TXN-HISTORY-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-DETAIL-EOF-FLAG
                NOT AT END
                    IF TXH-ACCOUNT-ID NOT = WS-STORED-ACCOUNT-ID
                        MOVE "Y" TO WS-DETAIL-EOF-FLAG
                    ELSE
                        PERFORM NOTE-ACCOUNT-MOVEMENT
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

NOTE-ACCOUNT-MOVEMENT.
    IF WS-MOVEMENT-LIMIT > 0
        ADD 1 TO WS-MVT-SEEN-COUNT
        COMPUTE WS-MVT-SLOT =
            FUNCTION MOD(WS-MVT-SEEN-COUNT - 1 WS-MOVEMENT-LIMIT) + 1
        MOVE TXH-TXN-DATE TO WS-MVT-DATE(WS-MVT-SLOT)
        MOVE TXH-TYPE TO WS-MVT-TYPE(WS-MVT-SLOT)
        MOVE TXH-AMOUNT TO WS-MVT-AMOUNT(WS-MVT-SLOT)
        MOVE TXH-BALANCE-AFTER TO WS-MVT-BALANCE-AFTER(WS-MVT-SLOT)
        MOVE TXH-RUN-ID TO WS-MVT-RUN-ID(WS-MVT-SLOT)
    END-IF

    IF TXH-TYPE NOT = "interest"
       AND TXH-TYPE NOT = "maintenance"
       AND TXH-TYPE NOT = "reversal"
       AND TXH-DATE > WS-LAST-ACT-DATE
        MOVE TXH-DATE TO WS-LAST-ACT-DATE
    END-IF.

DISPLAY-LAST-MOVEMENTS.
    IF WS-MVT-SEEN-COUNT = 0
        DISPLAY "   Aucun mouvement dans l'historique"
    ELSE
        IF WS-MVT-SEEN-COUNT > WS-MOVEMENT-LIMIT
            MOVE WS-MOVEMENT-LIMIT TO WS-MVT-SHOW-COUNT
            COMPUTE WS-MVT-SLOT =
                FUNCTION MOD(WS-MVT-SEEN-COUNT WS-MOVEMENT-LIMIT) + 1
        ELSE
            MOVE WS-MVT-SEEN-COUNT TO WS-MVT-SHOW-COUNT
            MOVE 1 TO WS-MVT-SLOT
        END-IF

        DISPLAY "   Derniers mouvements (" WS-MVT-SHOW-COUNT ") :"
        MOVE 1 TO WS-MVT-IDX
        PERFORM UNTIL WS-MVT-IDX > WS-MVT-SHOW-COUNT
            DISPLAY "      " WS-MVT-DATE(WS-MVT-SLOT)
                    " | " WS-MVT-TYPE(WS-MVT-SLOT)
                    " | Montant: " WS-MVT-AMOUNT(WS-MVT-SLOT)
                    " | Solde: " WS-MVT-BALANCE-AFTER(WS-MVT-SLOT)
            IF WS-MVT-SLOT >= WS-MOVEMENT-LIMIT
                MOVE 1 TO WS-MVT-SLOT
            ELSE
                ADD 1 TO WS-MVT-SLOT
            END-IF
            ADD 1 TO WS-MVT-IDX
        END-PERFORM
    END-IF.

COMPUTE-ACCOUNT-HOLDS.
    MOVE 0 TO WS-ACTIVE-HOLD-TOTAL
    MOVE 0 TO WS-ACTIVE-HOLD-COUNT
    MOVE 1 TO WS-HOLD-IDX
    PERFORM UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
        IF WS-HOLD-ACCOUNT(WS-HOLD-IDX) = WS-STORED-ACCOUNT-ID
           AND WS-HOLD-EXPIRY(WS-HOLD-IDX) >= WS-RUN-DATE-NUM
           AND WS-HOLD-AMOUNT(WS-HOLD-IDX) > 0
            ADD WS-HOLD-AMOUNT(WS-HOLD-IDX) TO WS-ACTIVE-HOLD-TOTAL
            ADD 1 TO WS-ACTIVE-HOLD-COUNT
        END-IF
        ADD 1 TO WS-HOLD-IDX
    END-PERFORM.

LOAD-HOLDS-TABLE.
    MOVE 0 TO WS-HOLD-COUNT
    MOVE "N" TO WS-HOLDS-EOF-FLAG

    OPEN INPUT HOLDS-FILE
    IF WS-HOLDS-FILE-STATUS = "00"
        PERFORM UNTIL WS-HOLDS-EOF-FLAG = "Y"
            READ HOLDS-FILE
                AT END
                    MOVE "Y" TO WS-HOLDS-EOF-FLAG
                NOT AT END
                    IF WS-HOLD-COUNT < 500
                        ADD 1 TO WS-HOLD-COUNT
                        MOVE HOLD-ACCOUNT-ID
                            TO WS-HOLD-ACCOUNT(WS-HOLD-COUNT)
                        MOVE HOLD-AMOUNT
                            TO WS-HOLD-AMOUNT(WS-HOLD-COUNT)
                        MOVE HOLD-EXPIRY-DATE
                            TO WS-HOLD-EXPIRY(WS-HOLD-COUNT)
                    ELSE
                        DISPLAY "AVERTISSEMENT | holds.dat depasse la "
                                "capacite de la table des retenues"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HOLDS-FILE
    END-IF.

READ-PRODUCT-CATALOGUE.
    MOVE 0 TO WS-PRODUCT-COUNT
    MOVE "N" TO WS-PROD-EOF-FLAG

    OPEN INPUT PRODUCT-FILE
    IF WS-PROD-FILE-STATUS = "00"
        PERFORM UNTIL WS-PROD-EOF-FLAG = "Y"
            READ PRODUCT-FILE
                AT END
                    MOVE "Y" TO WS-PROD-EOF-FLAG
                NOT AT END
                    PERFORM LOAD-PRODUCT-LINE
            END-READ
        END-PERFORM
        CLOSE PRODUCT-FILE
    END-IF.

LOAD-PRODUCT-LINE.
    MOVE SPACES TO WS-PARM-FIELD-1
    MOVE SPACES TO WS-PARM-FIELD-2
    MOVE SPACES TO WS-PARM-FIELD-3
    MOVE SPACES TO WS-PARM-FIELD-4
    MOVE SPACES TO WS-PARM-FIELD-5
    MOVE SPACES TO WS-PARM-FIELD-6

    UNSTRING PRODUCT-LINE
        DELIMITED BY ","
        INTO WS-PARM-FIELD-1
             WS-PARM-FIELD-2
             WS-PARM-FIELD-3
             WS-PARM-FIELD-4
             WS-PARM-FIELD-5
             WS-PARM-FIELD-6
    END-UNSTRING

    IF FUNCTION TRIM(WS-PARM-FIELD-1) = "PRODUCT"
       AND FUNCTION TRIM(WS-PARM-FIELD-2) NOT = ""
       AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-6)) = 0
       AND WS-PRODUCT-COUNT < 50
        ADD 1 TO WS-PRODUCT-COUNT
        MOVE FUNCTION TRIM(WS-PARM-FIELD-2)
            TO WS-PROD-CODE(WS-PRODUCT-COUNT)
        MOVE FUNCTION TRIM(WS-PARM-FIELD-3)
            TO WS-PROD-NAME(WS-PRODUCT-COUNT)
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-6))
            TO WS-PROD-OVERDRAFT(WS-PRODUCT-COUNT)
    END-IF.

LOOKUP-PRODUCT.
    MOVE SPACES TO WS-PRODUCT-NAME
    MOVE 0 TO WS-OVERDRAFT-LIMIT

    IF WS-STORED-PRODUCT-CODE NOT = SPACES
        MOVE 1 TO WS-PROD-SCAN-IDX
        PERFORM UNTIL WS-PROD-SCAN-IDX > WS-PRODUCT-COUNT
            IF WS-PROD-CODE(WS-PROD-SCAN-IDX) = WS-STORED-PRODUCT-CODE
                MOVE WS-PROD-NAME(WS-PROD-SCAN-IDX) TO WS-PRODUCT-NAME
                MOVE WS-PROD-OVERDRAFT(WS-PROD-SCAN-IDX)
                    TO WS-OVERDRAFT-LIMIT
                MOVE WS-PRODUCT-COUNT TO WS-PROD-SCAN-IDX
            END-IF
            ADD 1 TO WS-PROD-SCAN-IDX
        END-PERFORM
    END-IF.

READ-STANDING-ORDERS.
    MOVE 0 TO WS-SO-COUNT
    MOVE "N" TO WS-SO-EOF-FLAG

    OPEN INPUT STANDING-ORDER-FILE
    IF WS-SO-FILE-STATUS = "00"
        PERFORM UNTIL WS-SO-EOF-FLAG = "Y"
            READ STANDING-ORDER-FILE
                AT END
                    MOVE "Y" TO WS-SO-EOF-FLAG
                NOT AT END
                    IF WS-SO-COUNT < 200
                        PERFORM LOAD-STANDING-ORDER-ENTRY
                    ELSE
                        DISPLAY "AVERTISSEMENT | Table des ordres "
                                "permanents saturee - ligne ignoree"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STANDING-ORDER-FILE
    END-IF.

LOAD-STANDING-ORDER-ENTRY.
    MOVE SPACES TO WS-PARM-FIELD-1
    MOVE SPACES TO WS-PARM-FIELD-2
    MOVE SPACES TO WS-PARM-FIELD-3
    MOVE SPACES TO WS-PARM-FIELD-4
    MOVE SPACES TO WS-PARM-FIELD-5
    MOVE SPACES TO WS-PARM-FIELD-6
    MOVE SPACES TO WS-PARM-FIELD-7
    MOVE SPACES TO WS-PARM-FIELD-8
    MOVE SPACES TO WS-PARM-FIELD-9

    UNSTRING STANDING-ORDER-LINE
        DELIMITED BY ","
        INTO WS-PARM-FIELD-1
             WS-PARM-FIELD-2
             WS-PARM-FIELD-3
             WS-PARM-FIELD-4
             WS-PARM-FIELD-5
             WS-PARM-FIELD-6
             WS-PARM-FIELD-7
             WS-PARM-FIELD-8
             WS-PARM-FIELD-9
    END-UNSTRING

    IF FUNCTION TRIM(WS-PARM-FIELD-1) IS NUMERIC
       AND FUNCTION TRIM(WS-PARM-FIELD-2) IS NUMERIC
       AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-4)) = 0
       AND FUNCTION TRIM(WS-PARM-FIELD-6) IS NUMERIC
       AND FUNCTION TRIM(WS-PARM-FIELD-7) IS NUMERIC
        ADD 1 TO WS-SO-COUNT
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-1))
            TO WS-SO-BRANCH(WS-SO-COUNT)
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2))
            TO WS-SO-ACCOUNT(WS-SO-COUNT)
        IF FUNCTION TRIM(WS-PARM-FIELD-3) IS NUMERIC
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-3))
                TO WS-SO-COUNTERPARTY(WS-SO-COUNT)
        ELSE
            MOVE 0 TO WS-SO-COUNTERPARTY(WS-SO-COUNT)
        END-IF
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-4))
            TO WS-SO-AMOUNT(WS-SO-COUNT)
        MOVE FUNCTION TRIM(WS-PARM-FIELD-5)
            TO WS-SO-FREQUENCY(WS-SO-COUNT)
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-6))
            TO WS-SO-DAY(WS-SO-COUNT)
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-7))
            TO WS-SO-START-DATE(WS-SO-COUNT)
        IF FUNCTION TRIM(WS-PARM-FIELD-8) IS NUMERIC
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-8))
                TO WS-SO-END-DATE(WS-SO-COUNT)
        ELSE
            MOVE 0 TO WS-SO-END-DATE(WS-SO-COUNT)
        END-IF
        IF FUNCTION TRIM(WS-PARM-FIELD-9) = "P"
            MOVE "P" TO WS-SO-ROLL(WS-SO-COUNT)
        ELSE
            MOVE "N" TO WS-SO-ROLL(WS-SO-COUNT)
        END-IF
    ELSE
        DISPLAY "AVERTISSEMENT | Ligne standing-orders.csv ignoree : "
                FUNCTION TRIM(STANDING-ORDER-LINE)
    END-IF.

READ-HOLIDAY-CALENDAR.
    MOVE 0 TO WS-CAL-COUNT
    MOVE SPACES TO WS-CAL-BR-TABLE
    MOVE "N" TO WS-CAL-EOF-FLAG

    OPEN INPUT HOLIDAY-CALENDAR-FILE
    IF WS-CAL-FILE-STATUS = "00"
        PERFORM UNTIL WS-CAL-EOF-FLAG = "Y"
            READ HOLIDAY-CALENDAR-FILE
                AT END
                    MOVE "Y" TO WS-CAL-EOF-FLAG
                NOT AT END
                    PERFORM LOAD-HOLIDAY-LINE
            END-READ
        END-PERFORM
        CLOSE HOLIDAY-CALENDAR-FILE
    END-IF.

LOAD-HOLIDAY-LINE.
    MOVE SPACES TO WS-PARM-FIELD-1
    MOVE SPACES TO WS-PARM-FIELD-2
    MOVE SPACES TO WS-PARM-FIELD-3
    MOVE SPACES TO WS-PARM-FIELD-4

    UNSTRING HOLIDAY-CALENDAR-LINE
        DELIMITED BY ","
        INTO WS-PARM-FIELD-1
             WS-PARM-FIELD-2
             WS-PARM-FIELD-3
             WS-PARM-FIELD-4
    END-UNSTRING

    IF FUNCTION TRIM(WS-PARM-FIELD-1) = "BRANCH"
       AND FUNCTION TRIM(WS-PARM-FIELD-2) IS NUMERIC
       AND FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2)) > 0
       AND FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2)) < 100
       AND FUNCTION TRIM(WS-PARM-FIELD-3) NOT = ""
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2))
            TO WS-CAL-IDX
        MOVE FUNCTION TRIM(WS-PARM-FIELD-3)
            TO WS-CAL-BR-COUNTRY(WS-CAL-IDX)
    ELSE
        IF FUNCTION TRIM(WS-PARM-FIELD-1) = "HOLIDAY"
           AND FUNCTION TRIM(WS-PARM-FIELD-2) NOT = ""
           AND FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-FIELD-3)) = 8
           AND FUNCTION TRIM(WS-PARM-FIELD-3) IS NUMERIC
            IF WS-CAL-COUNT < 500
                ADD 1 TO WS-CAL-COUNT
                MOVE 0 TO WS-CAL-BRANCH(WS-CAL-COUNT)
                MOVE SPACES TO WS-CAL-COUNTRY(WS-CAL-COUNT)
                IF FUNCTION TRIM(WS-PARM-FIELD-2) = "*"
                    MOVE "A" TO WS-CAL-KIND(WS-CAL-COUNT)
                ELSE
                    IF FUNCTION TRIM(WS-PARM-FIELD-2) IS NUMERIC
                        MOVE "B" TO WS-CAL-KIND(WS-CAL-COUNT)
                        MOVE FUNCTION NUMVAL(
                            FUNCTION TRIM(WS-PARM-FIELD-2))
                            TO WS-CAL-BRANCH(WS-CAL-COUNT)
                    ELSE
                        MOVE "C" TO WS-CAL-KIND(WS-CAL-COUNT)
                        MOVE FUNCTION TRIM(WS-PARM-FIELD-2)
                            TO WS-CAL-COUNTRY(WS-CAL-COUNT)
                    END-IF
                END-IF
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-3))
                    TO WS-CAL-DATE(WS-CAL-COUNT)
                MOVE FUNCTION TRIM(WS-PARM-FIELD-4)
                    TO WS-CAL-LABEL(WS-CAL-COUNT)
            ELSE
                DISPLAY "AVERTISSEMENT | Calendrier des jours feries "
                        "sature - ligne ignoree : "
                        FUNCTION TRIM(HOLIDAY-CALENDAR-LINE)
            END-IF
        ELSE
            DISPLAY "AVERTISSEMENT | Ligne holidays.csv ignoree : "
                    FUNCTION TRIM(HOLIDAY-CALENDAR-LINE)
        END-IF
    END-IF.

CHECK-BUSINESS-DAY.
    MOVE "Y" TO WS-CAL-BUSINESS-DAY
    MOVE SPACES TO WS-CAL-HOLIDAY-LABEL
    COMPUTE WS-CAL-WEEKDAY = FUNCTION MOD(WS-CAL-CHECK-INT - 1 7) + 1

    IF WS-CAL-WEEKDAY > 5
        MOVE "N" TO WS-CAL-BUSINESS-DAY
        MOVE "week-end" TO WS-CAL-HOLIDAY-LABEL
    ELSE
        MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-CHECK-INT)
            TO WS-CAL-CHECK-DATE
        MOVE 1 TO WS-CAL-IDX
        PERFORM UNTIL WS-CAL-IDX > WS-CAL-COUNT
                      OR WS-CAL-BUSINESS-DAY = "N"
            IF WS-CAL-DATE(WS-CAL-IDX) = WS-CAL-CHECK-DATE
                IF WS-CAL-KIND(WS-CAL-IDX) = "A"
                    MOVE "N" TO WS-CAL-BUSINESS-DAY
                ELSE
                    IF WS-CAL-CHECK-BRANCH > 0
                        IF WS-CAL-KIND(WS-CAL-IDX) = "B"
                           AND WS-CAL-BRANCH(WS-CAL-IDX)
                               = WS-CAL-CHECK-BRANCH
                            MOVE "N" TO WS-CAL-BUSINESS-DAY
                        END-IF
                        IF WS-CAL-KIND(WS-CAL-IDX) = "C"
                           AND WS-CAL-COUNTRY(WS-CAL-IDX)
                               = WS-CAL-BR-COUNTRY(WS-CAL-CHECK-BRANCH)
                            MOVE "N" TO WS-CAL-BUSINESS-DAY
                        END-IF
                    END-IF
                END-IF
                IF WS-CAL-BUSINESS-DAY = "N"
                    MOVE WS-CAL-LABEL(WS-CAL-IDX)
                        TO WS-CAL-HOLIDAY-LABEL
                END-IF
            END-IF
            ADD 1 TO WS-CAL-IDX
        END-PERFORM
    END-IF.

ROLL-TO-NEXT-BUSINESS-DAY.
    MOVE WS-CAL-ROLL-INT TO WS-CAL-CHECK-INT
    PERFORM CHECK-BUSINESS-DAY
    MOVE 0 TO WS-CAL-ROLL-STEPS
    PERFORM UNTIL WS-CAL-BUSINESS-DAY = "Y"
                  OR WS-CAL-ROLL-STEPS > 30
        ADD 1 TO WS-CAL-CHECK-INT
        ADD 1 TO WS-CAL-ROLL-STEPS
        PERFORM CHECK-BUSINESS-DAY
    END-PERFORM
    MOVE WS-CAL-CHECK-INT TO WS-CAL-ROLL-INT.

ROLL-TO-PREVIOUS-BUSINESS-DAY.
    MOVE WS-CAL-ROLL-INT TO WS-CAL-CHECK-INT
    PERFORM CHECK-BUSINESS-DAY
    MOVE 0 TO WS-CAL-ROLL-STEPS
    PERFORM UNTIL WS-CAL-BUSINESS-DAY = "Y"
                  OR WS-CAL-ROLL-STEPS > 30
        SUBTRACT 1 FROM WS-CAL-CHECK-INT
        ADD 1 TO WS-CAL-ROLL-STEPS
        PERFORM CHECK-BUSINESS-DAY
    END-PERFORM
    MOVE WS-CAL-CHECK-INT TO WS-CAL-ROLL-INT.
