        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WS-STORED-ACCOUNT-ID
        ALTERNATE RECORD KEY IS WS-STORED-CUSTOMER-NO WITH DUPLICATES
        FILE STATUS IS WS-ACCT-FILE-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "customer-master.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TXN-DETAIL-FILE-STATUS.

    SELECT TXN-HISTORY-FILE ASSIGN TO "transactions-history.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TXH-KEY
        FILE STATUS IS WS-TXH-FILE-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO "sortwork.tmp".

    SELECT SORTED-TXN-FILE ASSIGN TO "transactions-sorted.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEE-FILE-STATUS.

    SELECT PRODUCT-FILE ASSIGN TO "products.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROD-FILE-STATUS.

    SELECT GL-ACCOUNT-FILE ASSIGN TO "gl-accounts.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-ACCT-FILE-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-FILE-STATUS.

    SELECT LOAN-MASTER ASSIGN TO "loan-master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LOAN-ACCOUNT-ID
        FILE STATUS IS WS-LOAN-FILE-STATUS.

    SELECT LOAN-SCHEDULE-FILE ASSIGN TO "loan-schedule.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LSCHED-FILE-STATUS.

    SELECT ARREARS-REPORT-FILE ASSIGN TO "arrears-report.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARREARS-FILE-STATUS.

    SELECT PAYMENT-OUT-FILE ASSIGN USING WS-PAYOUT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYOUT-FILE-STATUS.

    SELECT CLEARING-IN-FILE ASSIGN TO "clearing-in.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLR-FILE-STATUS.

    SELECT CLEARING-RETURNS-FILE ASSIGN TO "clearing-returns.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLR-RET-FILE-STATUS.

    SELECT SCREENING-RULES-FILE ASSIGN TO "screening-rules.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCRR-FILE-STATUS.

    SELECT SCREENING-CASE-FILE ASSIGN TO "screening-cases.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASE-FILE-STATUS.

    SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "holidays.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-FILE-STATUS.

    SELECT CLOSURE-NOTICE-FILE ASSIGN TO "closure-notices.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLS-NOTICE-FILE-STATUS.

    SELECT SO-RETIRED-FILE ASSIGN TO "standing-orders-retired.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SO-RETIRED-FILE-STATUS.

    SELECT APPROVAL-QUEUE-FILE ASSIGN TO "approval-queue.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS APQ-KEY
        FILE STATUS IS WS-APQ-FILE-STATUS.

    SELECT APPROVALS-FILE ASSIGN TO "approvals.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APR-FILE-STATUS.

    SELECT TB-CONTROL-FILE ASSIGN TO "trial-balance-control.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TBC-FILE-STATUS.

    SELECT TRIAL-BALANCE-FILE ASSIGN TO "trial-balance.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TB-FILE-STATUS.

    SELECT APPROVAL-REPORT-FILE ASSIGN TO "approval-report.csv"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APR-RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD INPUT-FILE.
   05 WS-STORED-OPEN-DATE         PIC X(10).
   05 WS-STORED-STATUS            PIC X.
   05 WS-STORED-CUSTOMER-NO       PIC 9(5).
   05 WS-STORED-PRODUCT-CODE      PIC X(4).
   05 WS-STORED-ACCT-CLASS        PIC X.

FD CUSTOMER-MASTER.
01 CUSTOMER-MASTER-RECORD.
   05 TXN-ORIG-LINE               PIC 9(5).
   05 TXN-BRANCH                  PIC 9(2).

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

SD SORT-WORK-FILE.
01 SORT-WORK-RECORD.
   05 SRT-ACCOUNT-ID              PIC 9(5).
   05 CKPT-HOLD-RELEASED-COUNT    PIC 9(5).
   05 CKPT-LINK-COUNT             PIC 9(5).
   05 CKPT-BRANCH-TABLE           PIC X(7128).
   05 CKPT-LOAN-OPEN-COUNT        PIC 9(5).
   05 CKPT-TOTAL-LOAN-DISB        PIC 9(9)V99.
   05 CKPT-LOAN-COLLECT-COUNT     PIC 9(5).
   05 CKPT-TOTAL-LOAN-REPAY       PIC 9(9)V99.
   05 CKPT-TOTAL-LOAN-INT         PIC 9(9)V99.
   05 CKPT-LOAN-ARREARS-COUNT     PIC 9(5).
   05 CKPT-TOTAL-LOAN-ARREARS     PIC 9(9)V99.
   05 CKPT-TOTAL-LOAN-CURE        PIC 9(9)V99.
   05 CKPT-EXTPAY-COUNT           PIC 9(5).
   05 CKPT-TOTAL-EXTPAY-OUT       PIC 9(9)V99.
   05 CKPT-PAY-OUT-COUNT          PIC 9(5).
   05 CKPT-PAY-OUT-TOTAL          PIC 9(11)V99.
   05 CKPT-PAY-OUT-HASH           PIC 9(11).
   05 CKPT-QUEUED-COUNT           PIC 9(5).
   05 CKPT-TOTAL-CLOSE-PAYOUT     PIC 9(9)V99.
   05 CKPT-TB-BRANCH-TABLE        PIC X(10500).

FD BATCH-PARM-FILE.
01 BATCH-PARM-LINE                 PIC X(80).
FD FEE-SCHEDULE-FILE.
01 FEE-SCHEDULE-LINE               PIC X(80).

FD PRODUCT-FILE.
01 PRODUCT-LINE                    PIC X(120).

FD GL-ACCOUNT-FILE.
01 GL-ACCOUNT-LINE                 PIC X(80).

   05 JRN-OPEN-DATE               PIC X(10).
   05 JRN-STATUS                  PIC X.
   05 JRN-CUSTOMER-NO             PIC 9(5).
   05 JRN-PRODUCT-CODE            PIC X(4).
   05 JRN-ACCT-CLASS              PIC X.
   05 JRN-MAKER-ID                PIC X(8).
   05 JRN-CHECKER-ID              PIC X(8).

FD REENTRY-FILE.
01 REENTRY-LINE                   PIC X(250).
FD RUN-HISTORY-FILE.
01 RUN-HISTORY-LINE               PIC X(400).

FD LOAN-MASTER.
01 LOAN-MASTER-RECORD.
   05 LOAN-ACCOUNT-ID             PIC 9(5).
   05 LOAN-REPAY-ACCOUNT          PIC 9(5).
   05 LOAN-BRANCH                 PIC 9(2).
   05 LOAN-PRINCIPAL              PIC 9(9)V99.
   05 LOAN-RATE                   PIC 9(2)V9(4).
   05 LOAN-TERM                   PIC 9(3).
   05 LOAN-INSTALMENT             PIC 9(7)V99.
   05 LOAN-START-DATE             PIC 9(8).
   05 LOAN-NEXT-DUE-DATE          PIC 9(8).
   05 LOAN-DUE-COUNT              PIC 9(3).
   05 LOAN-OUTSTANDING            PIC 9(9)V99.
   05 LOAN-ARREARS-AMOUNT         PIC 9(9)V99.
   05 LOAN-ARREARS-COUNT          PIC 9(3).
   05 LOAN-OLDEST-DUE-DATE        PIC 9(8).
   05 LOAN-STATUS                 PIC X.

FD LOAN-SCHEDULE-FILE.
01 LOAN-SCHEDULE-LINE             PIC X(150).

FD ARREARS-REPORT-FILE.
01 ARREARS-REPORT-LINE            PIC X(150).

FD PAYMENT-OUT-FILE.
01 PAYMENT-OUT-LINE               PIC X(200).

FD CLEARING-IN-FILE.
01 CLEARING-IN-LINE               PIC X(200).

FD CLEARING-RETURNS-FILE.
01 CLEARING-RETURNS-LINE          PIC X(200).

FD SCREENING-RULES-FILE.
01 SCREENING-RULES-LINE           PIC X(80).

FD SCREENING-CASE-FILE.
01 SCREENING-CASE-LINE            PIC X(200).

FD HOLIDAY-CALENDAR-FILE.
01 HOLIDAY-CALENDAR-LINE          PIC X(80).

FD CLOSURE-NOTICE-FILE.
01 CLOSURE-NOTICE-LINE            PIC X(250).

FD SO-RETIRED-FILE.
01 SO-RETIRED-LINE                PIC X(160).

FD APPROVAL-QUEUE-FILE.
01 APPROVAL-QUEUE-RECORD.
   05 APQ-KEY.
      10 APQ-RUN-ID               PIC X(16).
      10 APQ-LINE-SEQ             PIC 9(5).
   05 APQ-QUEUE-DATE              PIC 9(8).
   05 APQ-MAKER-ID                PIC X(8).
   05 APQ-CHECKER-ID              PIC X(8).
   05 APQ-DECISION-DATE           PIC 9(8).
   05 APQ-STATUS                  PIC X.
   05 APQ-TXN-TYPE                PIC X(12).
   05 APQ-ACCOUNT-ID              PIC 9(5).
   05 APQ-AMOUNT                  PIC 9(7)V99.
   05 APQ-DETAIL                  PIC X(60).
   05 APQ-LINE-TXT                PIC X(250).

FD APPROVALS-FILE.
01 APPROVALS-LINE                 PIC X(80).

FD TB-CONTROL-FILE.
01 TB-CONTROL-RECORD.
   05 TBC-RUN-ID                  PIC X(16).
   05 TBC-RUN-DATE                PIC X(8).
   05 TBC-CLOSING-TOTAL           PIC S9(11)V99.
   05 TBC-ACCOUNT-COUNT           PIC 9(7).
   05 TBC-RESULT                  PIC X(5).

FD TRIAL-BALANCE-FILE.
01 TRIAL-BALANCE-LINE             PIC X(250).

FD APPROVAL-REPORT-FILE.
01 APPROVAL-REPORT-LINE           PIC X(250).

WORKING-STORAGE SECTION.
01 EOF-FLAG                       PIC X VALUE "N".
01 WS-STMT-EOF-FLAG               PIC X VALUE "N".
01 WS-CKPT-FILE-STATUS            PIC XX VALUE SPACES.
01 WS-PARM-FILE-STATUS            PIC XX VALUE SPACES.
01 WS-TXN-DETAIL-FILE-STATUS      PIC XX VALUE SPACES.
01 WS-TXH-FILE-STATUS             PIC XX VALUE SPACES.
01 WS-TXH-EOF-FLAG                PIC X VALUE "N".
01 WS-TXH-WRITE-DATE              PIC 9(8) VALUE 0.
01 WS-TXH-NEXT-SEQ                PIC 9(5) VALUE 0.
01 WS-TXH-FROM-DATE               PIC 9(8) VALUE 0.
01 WS-TXH-TO-DATE                 PIC 9(8) VALUE 0.
01 WS-TXH-ONE-ACCOUNT             PIC 9(5) VALUE 0.
01 WS-TXH-SCAN-ACCOUNT            PIC 9(5) VALUE 0.
01 WS-TXH-PURPOSE                 PIC X VALUE SPACES.
01 WS-TXH-ROW-COUNT               PIC 9(7) VALUE 0.
01 WS-REJECTS-FILE-STATUS         PIC XX VALUE SPACES.
01 WS-EXC-FILE-STATUS             PIC XX VALUE SPACES.
01 WS-RATE-FILE-STATUS            PIC XX VALUE SPACES.
01 WS-GL-EXT-FILE-STATUS          PIC XX VALUE SPACES.

01 WS-GL-MAP-TABLE.
   05 WS-GL-MAP-ENTRY OCCURS 30 TIMES.
      10 WS-GL-MAP-TYPE           PIC X(12).
      10 WS-GL-DEBIT-ACCT         PIC X(6).
      10 WS-GL-CREDIT-ACCT        PIC X(6).
      10 WS-SO-DAY                PIC 9(2).
      10 WS-SO-START-DATE         PIC 9(8).
      10 WS-SO-END-DATE           PIC 9(8).
      10 WS-SO-ROLL               PIC X.
01 WS-SO-COUNT                    PIC 9(3) VALUE 0.
01 WS-SO-IDX                      PIC 9(3) VALUE 0.
01 WS-SO-EOF-FLAG                 PIC X VALUE "N".
01 WS-SO-DUE                      PIC X VALUE "N".
01 WS-SO-AMOUNT-EDIT              PIC 9(7).99.
01 WS-SO-LINE                     PIC X(250).
01 WS-SO-CAND-INT                 PIC 9(9) VALUE 0.
01 WS-SO-CAND-DATE                PIC 9(8) VALUE 0.
01 WS-SO-CAND-NEXT                PIC 9(8) VALUE 0.
01 WS-SO-SCHEDULED                PIC X VALUE "N".
01 WS-RUN-DAY                     PIC 9(2) VALUE 0.
01 WS-RUN-WEEKDAY                 PIC 9 VALUE 0.
01 WS-MONTH-END-FLAG              PIC X VALUE "N".
01 WS-NEXT-DATE-NUM               PIC 9(8) VALUE 0.
01 WS-RUN-BUSINESS-DAY            PIC X VALUE "Y".

01 WS-CAL-FILE-STATUS             PIC XX VALUE SPACES.
01 WS-CAL-EOF-FLAG                PIC X VALUE "N".
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
01 WS-CAL-BUS-DAY-COUNT           PIC 9(3) VALUE 0.
01 WS-RELEASE-VALUE-DATE          PIC 9(8) VALUE 0.

01 WS-HOLDS-FILE-STATUS           PIC XX VALUE SPACES.
01 WS-HOLD-TABLE.
      10 WS-TAX-CR                PIC 9(11)V99.
      10 WS-TAX-DR                PIC 9(11)V99.
01 WS-TAX-ACCT-IDX                PIC 9(5) VALUE 0.
01 WS-TAX-ROW-COUNT               PIC 9(7) VALUE 0.
01 WS-TAX-HASH-TOTAL              PIC 9(13)V99 VALUE 0.
01 WS-TAX-LINE                    PIC X(150).

01 WS-DORM-FILE-STATUS            PIC XX VALUE SPACES.
01 WS-DORMANCY-MONTHS             PIC 9(3) VALUE 24.
01 WS-DORM-SCAN-EOF-FLAG          PIC X VALUE "N".
01 WS-DORM-ARCH-IDX               PIC 9(3) VALUE 0.
01 WS-DORM-YEAR                   PIC 9(4) VALUE 0.
01 WS-DORMANT-COUNT               PIC 9(5) VALUE 0.
01 WS-DORM-REPORT-COUNT           PIC 9(5) VALUE 0.
01 WS-DORM-LAST-ACT               PIC 9(8) VALUE 0.
01 WS-DORM-CUTOFF-DATE            PIC 9(8) VALUE 0.
01 WS-DORM-CUTOFF-YEAR            PIC 9(4) VALUE 0.
01 WS-SCAN-TXN.
   05 WS-SCAN-ACCOUNT             PIC 9(5).
   05 WS-SCAN-LINE-SEQ            PIC 9(5).
01 WS-PARM-FIELD-6                PIC X(20).
01 WS-PARM-FIELD-7                PIC X(20).
01 WS-PARM-FIELD-8                PIC X(20).
01 WS-PARM-FIELD-9                PIC X(20).

01 WS-FEE-LOOKUP-TYPE             PIC X(12) VALUE SPACES.
01 WS-FEE-BASE-AMOUNT             PIC 9(7)V99 VALUE 0.
01 WS-MAINT-FEE-COUNT             PIC 9(5) VALUE 0.
01 WS-TOTAL-FEES                  PIC 9(9)V99 VALUE 0.

01 WS-PROD-FILE-STATUS            PIC XX VALUE SPACES.
01 WS-PRODUCT-TABLE.
   05 WS-PRODUCT-ENTRY OCCURS 50 TIMES.
      10 WS-PROD-CODE             PIC X(4).
      10 WS-PROD-NAME             PIC X(30).
      10 WS-PROD-CREDIT-RATE      PIC 9(2)V9(4).
      10 WS-PROD-DEBIT-RATE       PIC 9(2)V9(4).
      10 WS-PROD-OVERDRAFT        PIC 9(7)V99.
01 WS-PRODUCT-COUNT               PIC 9(2) VALUE 0.
01 WS-PRODUCT-IDX                 PIC 9(2) VALUE 0.
01 WS-PROD-SCAN-IDX               PIC 9(2) VALUE 0.
01 WS-PROD-FEE-TABLE.
   05 WS-PROD-FEE-ENTRY OCCURS 100 TIMES.
      10 WS-PFEE-PRODUCT          PIC X(4).
      10 WS-PFEE-CODE             PIC X(4).
      10 WS-PFEE-TXN-TYPE         PIC X(12).
      10 WS-PFEE-FLAT             PIC 9(5)V99.
      10 WS-PFEE-RATE             PIC 9(2)V9(4).
      10 WS-PFEE-WAIVER           PIC 9(9)V99.
01 WS-PROD-FEE-COUNT              PIC 9(3) VALUE 0.
01 WS-PROD-FEE-IDX                PIC 9(3) VALUE 0.
01 WS-PROD-EOF-FLAG               PIC X VALUE "N".
01 WS-PRODUCT-LOOKUP-CODE         PIC X(4) VALUE SPACES.
01 WS-DEFAULT-PRODUCT             PIC X(4) VALUE SPACES.
01 WS-OVERDRAFT-LIMIT             PIC 9(7)V99 VALUE 0.
01 WS-PROD-FEE-FOUND              PIC X VALUE "N".
01 WS-ACCT-CREDIT-RATE            PIC 9(2)V9(4) VALUE 0.
01 WS-ACCT-DEBIT-RATE             PIC 9(2)V9(4) VALUE 0.
01 WS-ACCT-RATES-KNOWN            PIC X VALUE "N".
01 WS-OVERDRAFT-BREACH-COUNT      PIC 9(5) VALUE 0.
01 WS-ARRANGED-OVERDRAFT-COUNT    PIC 9(5) VALUE 0.
01 WS-OVERDRAFT-EXCESS            PIC S9(9)V99 VALUE 0.

01 WS-LOAN-FILE-STATUS            PIC XX VALUE SPACES.
01 WS-LSCHED-FILE-STATUS          PIC XX VALUE SPACES.
01 WS-ARREARS-FILE-STATUS         PIC XX VALUE SPACES.
01 WS-LOAN-EOF-FLAG               PIC X VALUE "N".
01 WS-LOAN-EXISTS                 PIC X VALUE "N".
01 WS-LOAN-RATE-IN                PIC 9(2)V9(4) VALUE 0.
01 WS-LOAN-TERM-IN                PIC 9(3) VALUE 0.
01 WS-LOAN-MONTHLY-RATE           PIC 9V9(9) VALUE 0.
01 WS-LOAN-FACTOR                 PIC 9(5)V9(9) VALUE 0.
01 WS-LOAN-INSTALMENT-CALC        PIC 9(7)V99 VALUE 0.
01 WS-LOAN-INTEREST               PIC 9(7)V99 VALUE 0.
01 WS-LOAN-PRINCIPAL-PART         PIC 9(9)V99 VALUE 0.
01 WS-LOAN-DUE-AMOUNT             PIC 9(9)V99 VALUE 0.
01 WS-LOAN-PRIOR-ARREARS          PIC 9(9)V99 VALUE 0.
01 WS-LOAN-NEW-DUE                PIC 9(9)V99 VALUE 0.
01 WS-LOAN-SCHED-BALANCE          PIC 9(9)V99 VALUE 0.
01 WS-LOAN-SCHED-IDX              PIC 9(3) VALUE 0.
01 WS-LOAN-ANCHOR-DAY             PIC 9(2) VALUE 0.
01 WS-LOAN-DATE-WORK.
   05 WS-LOAN-DATE-YYYY           PIC 9(4).
   05 WS-LOAN-DATE-MM             PIC 9(2).
   05 WS-LOAN-DATE-DD             PIC 9(2).
01 WS-LOAN-DATE-NUM REDEFINES WS-LOAN-DATE-WORK
                                  PIC 9(8).
01 WS-LOAN-CUST-NAME              PIC X(30) VALUE SPACES.
01 WS-LOAN-CUST-NO                PIC 9(5) VALUE 0.
01 WS-LOAN-DAYS-PAST-DUE          PIC 9(5) VALUE 0.
01 WS-LOAN-OPEN-COUNT             PIC 9(5) VALUE 0.
01 WS-TOTAL-LOAN-DISB             PIC 9(9)V99 VALUE 0.
01 WS-LOAN-COLLECT-COUNT          PIC 9(5) VALUE 0.
01 WS-TOTAL-LOAN-REPAY            PIC 9(9)V99 VALUE 0.
01 WS-TOTAL-LOAN-INT              PIC 9(9)V99 VALUE 0.
01 WS-LOAN-ARREARS-COUNT          PIC 9(5) VALUE 0.
01 WS-TOTAL-LOAN-ARREARS          PIC 9(9)V99 VALUE 0.
01 WS-TOTAL-LOAN-CURE             PIC 9(9)V99 VALUE 0.
01 WS-ARR-LOAN-COUNT              PIC 9(5) VALUE 0.
01 WS-ARR-OVERDUE-COUNT           PIC 9(5) VALUE 0.
01 WS-ARR-TOTAL-OVERDUE           PIC 9(11)V99 VALUE 0.
01 WS-ARR-TOTAL-OUTSTANDING       PIC 9(11)V99 VALUE 0.
01 WS-LOAN-LINE                   PIC X(150).

01 WS-PAYOUT-FILE-STATUS          PIC XX VALUE SPACES.
01 WS-PAYOUT-FILE-NAME            PIC X(40) VALUE SPACES.
01 WS-PAY-METHOD                  PIC X(3) VALUE SPACES.
01 WS-PAY-BANK-CODE               PIC X(20) VALUE SPACES.
01 WS-PAY-BENEF-ACCOUNT           PIC X(20) VALUE SPACES.
01 WS-PAY-BENEF-NAME              PIC X(30) VALUE SPACES.
01 WS-PAY-AMOUNT                  PIC 9(9)V99 VALUE 0.
01 WS-PAY-OUT-COUNT               PIC 9(5) VALUE 0.
01 WS-PAY-OUT-TOTAL               PIC 9(11)V99 VALUE 0.
01 WS-PAY-OUT-HASH                PIC 9(11) VALUE 0.
01 WS-PAY-LINE                    PIC X(200).
01 WS-EXTPAY-COUNT                PIC 9(5) VALUE 0.
01 WS-TOTAL-EXTPAY-OUT            PIC 9(9)V99 VALUE 0.

01 WS-CLR-FILE-STATUS             PIC XX VALUE SPACES.
01 WS-CLR-RET-FILE-STATUS         PIC XX VALUE SPACES.
01 WS-CLR-EOF-FLAG                PIC X VALUE "N".
01 WS-CLR-HDR-SEEN                PIC X VALUE "N".
01 WS-CLR-TRL-SEEN                PIC X VALUE "N".
01 WS-CLR-BALANCED                PIC X VALUE "N".
01 WS-CLR-BATCH-REF               PIC X(20) VALUE SPACES.
01 WS-CLR-REC-TYPE                PIC X(3).
01 WS-CLR-ITEM-REF                PIC X(20).
01 WS-CLR-ACCOUNT-TEXT            PIC X(20).
01 WS-CLR-AMOUNT-TEXT             PIC X(20).
01 WS-CLR-REMIT-BANK              PIC X(20).
01 WS-CLR-REMIT-ACCOUNT           PIC X(20).
01 WS-CLR-REMIT-NAME              PIC X(30).
01 WS-CLR-CALC-COUNT              PIC 9(7) VALUE 0.
01 WS-CLR-CALC-TOTAL              PIC 9(11)V99 VALUE 0.
01 WS-CLR-TRL-COUNT               PIC 9(7) VALUE 0.
01 WS-CLR-TRL-TOTAL               PIC 9(11)V99 VALUE 0.
01 WS-CLR-REASON-CODE             PIC X(4) VALUE SPACES.
01 WS-CLR-REASON-TEXT             PIC X(40) VALUE SPACES.
01 WS-CLR-LINE                    PIC X(200).
01 WS-CLEARING-IN-COUNT           PIC 9(5) VALUE 0.
01 WS-TOTAL-CLEARING-IN           PIC 9(9)V99 VALUE 0.
01 WS-CLEARING-RET-COUNT          PIC 9(5) VALUE 0.
01 WS-TOTAL-CLEARING-RET          PIC 9(9)V99 VALUE 0.

01 WS-SCRR-FILE-STATUS            PIC XX VALUE SPACES.
01 WS-CASE-FILE-STATUS            PIC XX VALUE SPACES.
01 WS-SCREENING-DAYS              PIC 9(3) VALUE 30.
01 WS-SCR-RULE-TABLE.
   05 WS-SCR-RULE OCCURS 20 TIMES.
      10 WS-SCR-R-KIND            PIC X(8).
      10 WS-SCR-R-ID              PIC X(8).
      10 WS-SCR-R-TYPE            PIC X(12).
      10 WS-SCR-R-DAYS            PIC 9(3).
      10 WS-SCR-R-AMOUNT          PIC 9(9)V99.
      10 WS-SCR-R-COUNT           PIC 9(5).
01 WS-SCR-RULE-COUNT              PIC 9(2) VALUE 0.
01 WS-SCR-RULE-IDX                PIC 9(2) VALUE 0.
01 WS-SCR-RULE-EOF-FLAG           PIC X VALUE "N".
01 WS-SCR-RULE-OK                 PIC X VALUE "N".
01 WS-SCR-MAX-DAYS                PIC 9(3) VALUE 1.
01 WS-SCR-REVIEW-FROM-INT         PIC 9(9) VALUE 0.
01 WS-SCR-LOAD-FROM-INT           PIC 9(9) VALUE 0.
01 WS-SCR-MONTH-SER               PIC 9(6) VALUE 0.
01 WS-SCR-TRFIN-TABLE.
   05 WS-SCR-TRFIN OCCURS 5000 TIMES.
      10 WS-SCR-TI-RUN-ID         PIC X(16).
      10 WS-SCR-TI-LINE           PIC 9(5).
      10 WS-SCR-TI-ACCOUNT        PIC 9(5).
01 WS-SCR-TI-COUNT                PIC 9(4) VALUE 0.
01 WS-SCR-TI-IDX                  PIC 9(4) VALUE 0.
01 WS-SCR-TI-FULL                 PIC X VALUE "N".
01 WS-SCR-ENTRY-TABLE.
   05 WS-SCR-ENTRY OCCURS 3000 TIMES.
      10 WS-SCR-E-DATE            PIC 9(8).
      10 WS-SCR-E-DATE-INT        PIC 9(9).
      10 WS-SCR-E-TYPE            PIC X(12).
      10 WS-SCR-E-AMOUNT          PIC 9(9)V99.
      10 WS-SCR-E-RUN-ID          PIC X(16).
      10 WS-SCR-E-LINE            PIC 9(5).
      10 WS-SCR-E-COUNTERPARTY    PIC 9(5).
      10 WS-SCR-E-HIT             PIC X.
      10 WS-SCR-E-DONE            PIC X.
01 WS-SCR-ENTRY-COUNT             PIC 9(4) VALUE 0.
01 WS-SCR-I                       PIC 9(4) VALUE 0.
01 WS-SCR-J                       PIC 9(4) VALUE 0.
01 WS-SCR-OVERFLOW                PIC X VALUE "N".
01 WS-SCR-CUR-ACCOUNT             PIC 9(5) VALUE 0.
01 WS-SCR-LAST-ACT                PIC 9(8) VALUE 0.
01 WS-SCR-REACT-DATE              PIC 9(8) VALUE 0.
01 WS-SCR-ANCHOR-DATE             PIC 9(8) VALUE 0.
01 WS-SCR-ANCHOR-INT              PIC 9(9) VALUE 0.
01 WS-SCR-ROW-DATE                PIC 9(8) VALUE 0.
01 WS-SCR-ROW-INT                 PIC 9(9) VALUE 0.
01 WS-SCR-PREV-SER                PIC 9(6) VALUE 0.
01 WS-SCR-ROW-SER                 PIC 9(6) VALUE 0.
01 WS-SCR-WIN-START-INT           PIC 9(9) VALUE 0.
01 WS-SCR-MATCH-TYPE              PIC X(12) VALUE SPACES.
01 WS-SCR-TYPE-MATCH              PIC X VALUE "N".
01 WS-SCR-ROUND-OK                PIC X VALUE "N".
01 WS-SCR-ROUND-UNITS             PIC 9(11) VALUE 0.
01 WS-SCR-ROUND-CHECK             PIC 9(11)V99 VALUE 0.
01 WS-SCR-PAIR-ACCOUNT            PIC 9(5) VALUE 0.
01 WS-SCR-SUM                     PIC 9(11)V99 VALUE 0.
01 WS-SCR-DAY-COUNT               PIC 9(5) VALUE 0.
01 WS-SCR-RULE-HIT                PIC X VALUE "N".
01 WS-SCR-ACCOUNT-ALERTED         PIC X VALUE "N".
01 WS-SCR-HIT-COUNT               PIC 9(5) VALUE 0.
01 WS-SCR-HIT-TOTAL               PIC 9(11)V99 VALUE 0.
01 WS-SCR-FIRST-DATE              PIC 9(8) VALUE 0.
01 WS-SCR-LAST-DATE               PIC 9(8) VALUE 0.
01 WS-SCR-LINES-READ              PIC 9(7) VALUE 0.
01 WS-SCR-ACCOUNT-COUNT           PIC 9(5) VALUE 0.
01 WS-SCR-ALERT-COUNT             PIC 9(5) VALUE 0.
01 WS-SCR-CASE-ACCOUNT-COUNT      PIC 9(5) VALUE 0.
01 WS-SCR-LINE                    PIC X(200).

01 WS-CLS-NOTICE-FILE-STATUS      PIC XX VALUE SPACES.
01 WS-SO-RETIRED-FILE-STATUS      PIC XX VALUE SPACES.
01 WS-CLS-FORCED                  PIC X VALUE "N".
01 WS-CLS-METHOD                  PIC X(3) VALUE SPACES.
01 WS-CLS-DEST-ACCOUNT            PIC 9(5) VALUE 0.
01 WS-CLS-DEST-TEXT               PIC X(30) VALUE SPACES.
01 WS-CLS-HOLD-TOTAL              PIC 9(9)V99 VALUE 0.
01 WS-CLS-HOLDS-RELEASED          PIC 9(3) VALUE 0.
01 WS-CLS-PENDING-COUNT           PIC 9(5) VALUE 0.
01 WS-CLS-PENDING-CANCELLED       PIC 9(5) VALUE 0.
01 WS-CLS-PEND-EOF-FLAG           PIC X VALUE "N".
01 WS-CLS-PEND-MATCH              PIC X VALUE "N".
01 WS-CLS-SAVED-PEND-KEY          PIC X(29) VALUE SPACES.
01 WS-CLS-OPEN-BALANCE            PIC S9(9)V99 VALUE 0.
01 WS-CLS-INTEREST                PIC S9(9)V99 VALUE 0.
01 WS-CLS-MAINT-FEE               PIC 9(7)V99 VALUE 0.
01 WS-CLS-CLOSE-FEE               PIC 9(7)V99 VALUE 0.
01 WS-CLS-PAYOUT                  PIC S9(9)V99 VALUE 0.
01 WS-CLS-DAYS                    PIC 9(2) VALUE 0.
01 WS-CLS-DETAIL-ACCOUNT          PIC 9(5) VALUE 0.
01 WS-CLS-DETAIL-TYPE             PIC X(12) VALUE SPACES.
01 WS-CLS-DETAIL-AMOUNT           PIC S9(9)V99 VALUE 0.
01 WS-CLS-NOTICE-LINE             PIC X(250).
01 WS-TOTAL-CLOSE-PAYOUT          PIC 9(9)V99 VALUE 0.

01 WS-SO-TEXT-TABLE.
   05 WS-SO-TEXT-ENTRY OCCURS 500 TIMES.
      10 WS-SO-TEXT-LINE          PIC X(120).
      10 WS-SO-TEXT-KEEP          PIC X.
01 WS-SO-TEXT-COUNT               PIC 9(3) VALUE 0.
01 WS-SO-TEXT-IDX                 PIC 9(3) VALUE 0.
01 WS-SO-TEXT-OVERFLOW            PIC X VALUE "N".
01 WS-SO-RETIRE-COUNT             PIC 9(3) VALUE 0.
01 WS-SO-RETIRED-LINE             PIC X(160).

01 WS-APQ-FILE-STATUS             PIC XX VALUE SPACES.
01 WS-APR-FILE-STATUS             PIC XX VALUE SPACES.
01 WS-APR-RPT-FILE-STATUS         PIC XX VALUE SPACES.
01 WS-APQ-EOF-FLAG                PIC X VALUE "N".
01 WS-APR-EOF-FLAG                PIC X VALUE "N".
01 WS-APPROVAL-THRESHOLD-PROVIDED PIC X VALUE "N".
01 WS-APPROVAL-THRESHOLD          PIC 9(9)V99 VALUE 0.
01 WS-APPROVAL-EXPIRY-DAYS        PIC 9(3) VALUE 5.
01 WS-DEFAULT-OPERATOR            PIC X(8) VALUE SPACES.
01 WS-OPERATOR-TEXT               PIC X(20).
01 WS-MAKER-ID                    PIC X(8) VALUE SPACES.
01 WS-CHECKER-ID                  PIC X(8) VALUE SPACES.
01 WS-APPROVAL-REQUIRED           PIC X VALUE "N".
01 WS-LINE-QUEUED                 PIC X VALUE "N".
01 WS-LINE-APPROVED               PIC X VALUE "N".
01 WS-LINE-FROM-SO                PIC X VALUE "N".
01 WS-APR-DECISION                PIC X VALUE SPACES.
01 WS-APR-RESULT                  PIC X(8) VALUE SPACES.
01 WS-APR-DETAIL                  PIC X(60) VALUE SPACES.
01 WS-APQ-QUEUE-INT               PIC 9(9) VALUE 0.
01 WS-APR-LINE                    PIC X(250).
01 WS-QUEUED-COUNT                PIC 9(5) VALUE 0.
01 WS-APR-POSTED-COUNT            PIC 9(5) VALUE 0.
01 WS-APR-DECLINED-COUNT          PIC 9(5) VALUE 0.
01 WS-APR-FAILED-COUNT            PIC 9(5) VALUE 0.
01 WS-APR-EXPIRED-COUNT           PIC 9(5) VALUE 0.
01 WS-APR-REFUSED-COUNT           PIC 9(5) VALUE 0.

01 WS-RATES-PROVIDED              PIC X VALUE "N".
01 WS-CREDIT-RATE                 PIC 9(2)V9(4) VALUE 0.
01 WS-DEBIT-RATE                  PIC 9(2)V9(4) VALUE 0.
      10 WS-BR-TOTAL-WD           PIC 9(9)V99.
      10 WS-BR-TOTAL-TRF          PIC 9(9)V99.

01 WS-TBC-FILE-STATUS             PIC XX VALUE SPACES.
01 WS-TB-FILE-STATUS              PIC XX VALUE SPACES.
01 WS-TB-BRANCH-TABLE.
   05 WS-TB-BRANCH-ENTRY OCCURS 100 TIMES.
      10 WS-TB-BR-ACTIVE          PIC X.
      10 WS-TB-BR-DEPOSITS        PIC S9(11)V99.
      10 WS-TB-BR-WITHDRAWALS     PIC S9(11)V99.
      10 WS-TB-BR-INT-CR          PIC S9(11)V99.
      10 WS-TB-BR-INT-DR          PIC S9(11)V99.
      10 WS-TB-BR-FEES            PIC S9(11)V99.
      10 WS-TB-BR-REVERSALS       PIC S9(11)V99.
      10 WS-TB-BR-TRF-OUT         PIC S9(11)V99.
      10 WS-TB-BR-TRF-IN          PIC S9(11)V99.
01 WS-TB-BR-IDX                   PIC 9(3) VALUE 0.
01 WS-TB-BRANCH-NO                PIC 9(2) VALUE 0.
01 WS-TB-STATUS-TABLE.
   05 WS-TB-STATUS-ENTRY OCCURS 5 TIMES.
      10 WS-TB-ST-CODE            PIC X.
      10 WS-TB-ST-COUNT           PIC 9(7).
      10 WS-TB-ST-TOTAL           PIC S9(11)V99.
01 WS-TB-ST-IDX                   PIC 9 VALUE 0.
01 WS-TB-DEPOSITS                 PIC S9(11)V99 VALUE 0.
01 WS-TB-WITHDRAWALS              PIC S9(11)V99 VALUE 0.
01 WS-TB-INT-CR                   PIC S9(11)V99 VALUE 0.
01 WS-TB-INT-DR                   PIC S9(11)V99 VALUE 0.
01 WS-TB-FEES                     PIC S9(11)V99 VALUE 0.
01 WS-TB-REVERSALS                PIC S9(11)V99 VALUE 0.
01 WS-TB-TRF-OUT                  PIC S9(11)V99 VALUE 0.
01 WS-TB-TRF-IN                   PIC S9(11)V99 VALUE 0.
01 WS-TB-TRF-NET                  PIC S9(11)V99 VALUE 0.
01 WS-TB-OPENING-TOTAL            PIC S9(11)V99 VALUE 0.
01 WS-TB-OPENING-KNOWN            PIC X VALUE "N".
01 WS-TB-PRIOR-RUN-ID             PIC X(16) VALUE SPACES.
01 WS-TB-EXPECTED-CLOSING         PIC S9(11)V99 VALUE 0.
01 WS-TB-MASTER-CLOSING           PIC S9(11)V99 VALUE 0.
01 WS-TB-DIFFERENCE               PIC S9(11)V99 VALUE 0.
01 WS-TB-ACCOUNT-COUNT            PIC 9(7) VALUE 0.
01 WS-TB-OVERDRAWN-COUNT          PIC 9(7) VALUE 0.
01 WS-TB-OVERDRAWN-TOTAL          PIC S9(11)V99 VALUE 0.
01 WS-TB-CLOSED-BAL-COUNT         PIC 9(7) VALUE 0.
01 WS-TB-CLOSED-BAL-TOTAL         PIC S9(11)V99 VALUE 0.
01 WS-TB-LOAN-COUNT               PIC 9(7) VALUE 0.
01 WS-TB-LOAN-TOTAL               PIC S9(11)V99 VALUE 0.
01 WS-TB-RESULT                   PIC X(5) VALUE SPACES.
01 WS-TB-SCAN-EOF-FLAG            PIC X VALUE "N".
01 WS-TB-LINE                     PIC X(250) VALUE SPACES.

01 WS-ACCOUNT-ID-TEXT             PIC X(20).
01 WS-AMOUNT-TEXT                 PIC X(20).
01 WS-TYPE                        PIC X(20).
01 WS-DATE-TEXT                   PIC X(20).
01 WS-TO-ACCOUNT-ID-TEXT          PIC X(20).
01 WS-CUSTOMER-NAME-TEXT          PIC X(30).
01 WS-OPTION-TEXT                 PIC X(20).
01 WS-OPTION2-TEXT                PIC X(20).
01 WS-OPTION3-TEXT                PIC X(20).

01 WS-ACCOUNT-ID                  PIC 9(5) VALUE 0.
01 WS-AMOUNT                      PIC 9(7)V99 VALUE 0.
       OR WS-RUN-MODE = "INQUIRY"
       OR WS-RUN-MODE = "POSITION"
       OR WS-RUN-MODE = "TAXEXTRACT"
       OR WS-RUN-MODE = "ARREARS"
       OR WS-RUN-MODE = "SCREENING"
        IF WS-RUN-MODE = "ARCHIVE"
            PERFORM ARCHIVE-RUN
        ELSE
                IF WS-RUN-MODE = "POSITION"
                    PERFORM POSITION-RUN
                ELSE
                    IF WS-RUN-MODE = "ARREARS"
                        PERFORM WRITE-ARREARS-REPORT
                    ELSE
                        IF WS-RUN-MODE = "SCREENING"
                            PERFORM SCREENING-RUN
                        ELSE
                            PERFORM TAXEXTRACT-RUN
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF

        CLOSE ACCOUNT-MASTER
        CLOSE CUSTOMER-MASTER
        CLOSE LOAN-MASTER
        CLOSE APPROVAL-QUEUE-FILE
        CLOSE REJECTS-FILE
        CLOSE EXCEPTIONS-FILE
        CLOSE AUDIT-JOURNAL-FILE
        CLOSE TXN-HISTORY-FILE

        STOP RUN
    END-IF
            IF WS-RUN-MODE = "DORMANCY"
                PERFORM DORMANCY-RUN
            ELSE
                IF WS-RUN-MODE = "CLEARING"
                    PERFORM CLEARING-RUN
                ELSE
                    PERFORM LOAD-HOLDS-TABLE
                    IF WS-RUN-MODE = "REENTRY"
                        PERFORM PROCESS-REENTRY-FILE
                    ELSE
                        IF WS-RUN-MODE = "APPROVAL"
                            PERFORM APPROVAL-RUN
                        ELSE
                            PERFORM RELEASE-PENDING-TRANSACTIONS
                            PERFORM GENERATE-STANDING-ORDERS
                            PERFORM PROCESS-INPUT-FILE
                            PERFORM COLLECT-LOAN-INSTALMENTS
                            IF WS-MONTH-END-FLAG = "Y"
                                PERFORM WRITE-ARREARS-REPORT
                            END-IF
                        END-IF
                    END-IF
                    PERFORM WRITE-PAYMENT-TRAILER
                    PERFORM WRITE-HOLDS-FILE
                    PERFORM RETIRE-CLOSED-STANDING-ORDERS
                    CLOSE CLOSURE-NOTICE-FILE
                    CLOSE PENDING-TXN-FILE
                    CLOSE DUP-KEY-FILE
                END-IF
            END-IF
        END-IF
    END-IF
    PERFORM DISPLAY-STATEMENT-REPORT
    PERFORM RECONCILE-CONTROL-TOTALS
    PERFORM SCAN-FOR-NEGATIVE-BALANCES
    PERFORM PROVE-TRIAL-BALANCE

    PERFORM EVALUATE-RUN-OUTCOME
    PERFORM WRITE-RUN-SUMMARY

    CLOSE ACCOUNT-MASTER
    CLOSE CUSTOMER-MASTER
    CLOSE LOAN-MASTER
    CLOSE APPROVAL-QUEUE-FILE
    CLOSE REJECTS-FILE
    CLOSE EXCEPTIONS-FILE
    CLOSE AUDIT-JOURNAL-FILE
    CLOSE TXN-HISTORY-FILE
    IF WS-RUN-MODE = "REENTRY"
        CLOSE REJECTS2-FILE
    END-IF

INITIALIZE-RUN.
    INITIALIZE WS-BRANCH-TABLE
    INITIALIZE WS-TB-BRANCH-TABLE

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START-STAMP
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
    END-IF

    PERFORM READ-FEE-SCHEDULE
    PERFORM READ-PRODUCT-CATALOGUE
    PERFORM READ-HOLIDAY-CALENDAR

    MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
    MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM

    MOVE WS-RUN-DATE(7:2) TO WS-RUN-DAY
    COMPUTE WS-RUN-WEEKDAY = FUNCTION MOD(WS-RUN-DATE-INT - 1 7) + 1

    MOVE 0 TO WS-CAL-CHECK-BRANCH
    MOVE WS-RUN-DATE-INT TO WS-CAL-CHECK-INT
    PERFORM CHECK-BUSINESS-DAY
    MOVE WS-CAL-BUSINESS-DAY TO WS-RUN-BUSINESS-DAY
    IF WS-RUN-BUSINESS-DAY = "Y"
        COMPUTE WS-CAL-ROLL-INT = WS-RUN-DATE-INT + 1
        PERFORM ROLL-TO-NEXT-BUSINESS-DAY
        MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-ROLL-INT)
            TO WS-NEXT-DATE-NUM
        IF WS-NEXT-DATE-NUM(5:2) NOT = WS-RUN-DATE(5:2)
            MOVE "Y" TO WS-MONTH-END-FLAG
        END-IF
    END-IF

    IF WS-RUN-MODE = "POST"
    END-IF

    IF WS-RUN-MODE = "POST" OR WS-RUN-MODE = "REENTRY"
       OR WS-RUN-MODE = "APPROVAL"
        PERFORM OPEN-WORK-FILES
    END-IF

        CLOSE ACCOUNT-MASTER
        OPEN I-O ACCOUNT-MASTER
    END-IF
    IF WS-ACCT-FILE-STATUS NOT = "00"
       AND WS-ACCT-FILE-STATUS NOT = "05"
        DISPLAY "ECHEC | account-master.dat inaccessible : "
                WS-ACCT-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O CUSTOMER-MASTER
    IF WS-CUST-FILE-STATUS = "35"
        CLOSE CUSTOMER-MASTER
        OPEN I-O CUSTOMER-MASTER
    END-IF
    IF WS-CUST-FILE-STATUS NOT = "00"
       AND WS-CUST-FILE-STATUS NOT = "05"
        DISPLAY "ECHEC | customer-master.dat inaccessible : "
                WS-CUST-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O LOAN-MASTER
    IF WS-LOAN-FILE-STATUS = "35"
        OPEN OUTPUT LOAN-MASTER
        CLOSE LOAN-MASTER
        OPEN I-O LOAN-MASTER
    END-IF

    OPEN I-O APPROVAL-QUEUE-FILE
    IF WS-APQ-FILE-STATUS = "35"
        OPEN OUTPUT APPROVAL-QUEUE-FILE
        CLOSE APPROVAL-QUEUE-FILE
        OPEN I-O APPROVAL-QUEUE-FILE
    END-IF

    IF WS-RUN-MODE = "POST" OR WS-RUN-MODE = "REENTRY"
       OR WS-RUN-MODE = "INTEREST" OR WS-RUN-MODE = "CLEARING"
       OR WS-RUN-MODE = "APPROVAL"
        PERFORM BUILD-CUSTOMER-BALANCE-TABLE
    END-IF

       OR WS-RUN-MODE = "INQUIRY"
       OR WS-RUN-MODE = "POSITION"
       OR WS-RUN-MODE = "TAXEXTRACT"
       OR WS-RUN-MODE = "ARREARS"
       OR WS-RUN-MODE = "CLEARING"
       OR WS-RUN-MODE = "APPROVAL"
       OR WS-RUN-MODE = "SCREENING"
        OPEN EXTEND REJECTS-FILE
        IF WS-REJECTS-FILE-STATUS = "35"
            OPEN OUTPUT REJECTS-FILE
        OPEN EXTEND TRANSACTION-DETAIL-FILE
    END-IF

    OPEN I-O TXN-HISTORY-FILE
    IF WS-TXH-FILE-STATUS = "35"
        OPEN OUTPUT TXN-HISTORY-FILE
        CLOSE TXN-HISTORY-FILE
        OPEN I-O TXN-HISTORY-FILE
    END-IF

    OPEN EXTEND AUDIT-JOURNAL-FILE
    IF WS-JRN-FILE-STATUS = "35"
        OPEN OUTPUT AUDIT-JOURNAL-FILE
        CLOSE AUDIT-JOURNAL-FILE
        OPEN EXTEND AUDIT-JOURNAL-FILE
    END-IF

    IF WS-RUN-MODE = "POST"
        PERFORM FLAG-NON-BUSINESS-RUN-DATE
    END-IF.

VALIDATE-RUN-MODE.
       AND WS-RUN-MODE NOT = "INQUIRY"
       AND WS-RUN-MODE NOT = "POSITION"
       AND WS-RUN-MODE NOT = "TAXEXTRACT"
       AND WS-RUN-MODE NOT = "ARREARS"
       AND WS-RUN-MODE NOT = "CLEARING"
       AND WS-RUN-MODE NOT = "APPROVAL"
       AND WS-RUN-MODE NOT = "SCREENING"
        DISPLAY "REFUS | MODE invalide dans batch-parms.csv : "
                FUNCTION TRIM(WS-RUN-MODE)
        STOP RUN
                                        MOVE "TAX"
                                            TO WS-RUN-MODE-TOKEN
                                    ELSE
                                        PERFORM RESOLVE-EXTRA-RUN-TOKEN
                                    END-IF
                                END-IF
                            END-IF
        END-STRING
    END-IF.

RESOLVE-EXTRA-RUN-TOKEN.
    IF WS-RUN-MODE = "ARREARS"
        MOVE "ARR" TO WS-RUN-MODE-TOKEN
    ELSE
        IF WS-RUN-MODE = "CLEARING"
            MOVE "CLR" TO WS-RUN-MODE-TOKEN
        ELSE
            IF WS-RUN-MODE = "APPROVAL"
                MOVE "APR" TO WS-RUN-MODE-TOKEN
            ELSE
                IF WS-RUN-MODE = "SCREENING"
                    MOVE "SCR" TO WS-RUN-MODE-TOKEN
                ELSE
                    MOVE "INQ" TO WS-RUN-MODE-TOKEN
                END-IF
            END-IF
        END-IF
    END-IF.

READ-CHECKPOINT.
    MOVE "N" TO WS-RESTART-MODE
    MOVE 0 TO WS-RESTART-POINT
                        TO WS-HOLD-RELEASED-COUNT
                    MOVE CKPT-LINK-COUNT        TO WS-LINK-COUNT
                    MOVE CKPT-BRANCH-TABLE      TO WS-BRANCH-TABLE
                    MOVE CKPT-LOAN-OPEN-COUNT   TO WS-LOAN-OPEN-COUNT
                    MOVE CKPT-TOTAL-LOAN-DISB   TO WS-TOTAL-LOAN-DISB
                    MOVE CKPT-LOAN-COLLECT-COUNT
                        TO WS-LOAN-COLLECT-COUNT
                    MOVE CKPT-TOTAL-LOAN-REPAY  TO WS-TOTAL-LOAN-REPAY
                    MOVE CKPT-TOTAL-LOAN-INT    TO WS-TOTAL-LOAN-INT
                    MOVE CKPT-LOAN-ARREARS-COUNT
                        TO WS-LOAN-ARREARS-COUNT
                    MOVE CKPT-TOTAL-LOAN-ARREARS
                        TO WS-TOTAL-LOAN-ARREARS
                    MOVE CKPT-TOTAL-LOAN-CURE   TO WS-TOTAL-LOAN-CURE
                    MOVE CKPT-EXTPAY-COUNT      TO WS-EXTPAY-COUNT
                    MOVE CKPT-TOTAL-EXTPAY-OUT  TO WS-TOTAL-EXTPAY-OUT
                    MOVE CKPT-PAY-OUT-COUNT     TO WS-PAY-OUT-COUNT
                    MOVE CKPT-PAY-OUT-TOTAL     TO WS-PAY-OUT-TOTAL
                    MOVE CKPT-PAY-OUT-HASH      TO WS-PAY-OUT-HASH
                    MOVE CKPT-QUEUED-COUNT      TO WS-QUEUED-COUNT
                    MOVE CKPT-TOTAL-CLOSE-PAYOUT
                        TO WS-TOTAL-CLOSE-PAYOUT
                    MOVE CKPT-TB-BRANCH-TABLE   TO WS-TB-BRANCH-TABLE
                    DISPLAY "REPRISE | Reprise apres la ligne "
                            WS-RESTART-POINT
                END-IF
    MOVE WS-HOLD-RELEASED-COUNT TO CKPT-HOLD-RELEASED-COUNT
    MOVE WS-LINK-COUNT         TO CKPT-LINK-COUNT
    MOVE WS-BRANCH-TABLE       TO CKPT-BRANCH-TABLE
    MOVE WS-LOAN-OPEN-COUNT    TO CKPT-LOAN-OPEN-COUNT
    MOVE WS-TOTAL-LOAN-DISB    TO CKPT-TOTAL-LOAN-DISB
    MOVE WS-LOAN-COLLECT-COUNT TO CKPT-LOAN-COLLECT-COUNT
    MOVE WS-TOTAL-LOAN-REPAY   TO CKPT-TOTAL-LOAN-REPAY
    MOVE WS-TOTAL-LOAN-INT     TO CKPT-TOTAL-LOAN-INT
    MOVE WS-LOAN-ARREARS-COUNT TO CKPT-LOAN-ARREARS-COUNT
    MOVE WS-TOTAL-LOAN-ARREARS TO CKPT-TOTAL-LOAN-ARREARS
    MOVE WS-TOTAL-LOAN-CURE    TO CKPT-TOTAL-LOAN-CURE
    MOVE WS-EXTPAY-COUNT       TO CKPT-EXTPAY-COUNT
    MOVE WS-TOTAL-EXTPAY-OUT   TO CKPT-TOTAL-EXTPAY-OUT
    MOVE WS-PAY-OUT-COUNT      TO CKPT-PAY-OUT-COUNT
    MOVE WS-PAY-OUT-TOTAL      TO CKPT-PAY-OUT-TOTAL
    MOVE WS-PAY-OUT-HASH       TO CKPT-PAY-OUT-HASH
    MOVE WS-QUEUED-COUNT       TO CKPT-QUEUED-COUNT
    MOVE WS-TOTAL-CLOSE-PAYOUT TO CKPT-TOTAL-CLOSE-PAYOUT
    MOVE WS-TB-BRANCH-TABLE    TO CKPT-TB-BRANCH-TABLE
    WRITE CHECKPOINT-RECORD
    CLOSE CHECKPOINT-FILE

        END-IF
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

COUNT-BACKDATE-BUSINESS-DAYS.
    MOVE WS-BRANCH-CODE TO WS-CAL-CHECK-BRANCH
    MOVE 0 TO WS-CAL-BUS-DAY-COUNT
    COMPUTE WS-CAL-CHECK-INT = WS-TXN-DATE-INT + 1
    PERFORM UNTIL WS-CAL-CHECK-INT > WS-RUN-DATE-INT
                  OR WS-CAL-BUS-DAY-COUNT > WS-BACKDATE-LIMIT
        PERFORM CHECK-BUSINESS-DAY
        IF WS-CAL-BUSINESS-DAY = "Y"
            ADD 1 TO WS-CAL-BUS-DAY-COUNT
        END-IF
        ADD 1 TO WS-CAL-CHECK-INT
    END-PERFORM.

FLAG-NON-BUSINESS-RUN-DATE.
    IF WS-RUN-BUSINESS-DAY = "N"
        MOVE WS-RUN-DATE-INT TO WS-CAL-CHECK-INT
        MOVE 0 TO WS-CAL-CHECK-BRANCH
        PERFORM CHECK-BUSINESS-DAY
        DISPLAY "AVERTISSEMENT | Lot date d'un jour non ouvre : "
                WS-RUN-DATE " (" FUNCTION TRIM(WS-CAL-HOLIDAY-LABEL) ")"
        MOVE 0 TO WS-BRANCH-CODE
        PERFORM RECORD-HOLIDAY-RUN-EXCEPTION
    END-IF

    MOVE 1 TO WS-CAL-IDX
    PERFORM UNTIL WS-CAL-IDX > WS-CAL-COUNT
        IF WS-CAL-DATE(WS-CAL-IDX) = WS-RUN-DATE-NUM
           AND WS-CAL-KIND(WS-CAL-IDX) NOT = "A"
            DISPLAY "AVERTISSEMENT | Jour ferie local le "
                    WS-RUN-DATE " : "
                    FUNCTION TRIM(WS-CAL-LABEL(WS-CAL-IDX))
                    " (" WS-CAL-KIND(WS-CAL-IDX) " "
                    WS-CAL-BRANCH(WS-CAL-IDX) " "
                    FUNCTION TRIM(WS-CAL-COUNTRY(WS-CAL-IDX)) ")"
            MOVE WS-CAL-BRANCH(WS-CAL-IDX) TO WS-BRANCH-CODE
            MOVE WS-CAL-LABEL(WS-CAL-IDX) TO WS-CAL-HOLIDAY-LABEL
            PERFORM RECORD-HOLIDAY-RUN-EXCEPTION
        END-IF
        ADD 1 TO WS-CAL-IDX
    END-PERFORM
    MOVE 0 TO WS-BRANCH-CODE.

RECORD-HOLIDAY-RUN-EXCEPTION.
    MOVE SPACES TO WS-EXCEPTION-LINE
    STRING "JOUR NON OUVRE"           DELIMITED BY SIZE
           ","                        DELIMITED BY SIZE
           WS-BRANCH-CODE             DELIMITED BY SIZE
           ",00000,00000,"            DELIMITED BY SIZE
           WS-RUN-DATE                DELIMITED BY SIZE
           ","                        DELIMITED BY SIZE
           FUNCTION TRIM(WS-CAL-HOLIDAY-LABEL) DELIMITED BY SIZE
        INTO WS-EXCEPTION-LINE
    END-STRING

    MOVE WS-EXCEPTION-LINE TO EXCEPTIONS-LINE
    WRITE EXCEPTIONS-LINE.

CHECK-PROCESSED-RUNS.
    MOVE "N" TO WS-RUN-ALREADY-DONE
    MOVE "N" TO WS-RUNS-EOF-FLAG
MARK-RUN-PROCESSED.
    IF WS-RUN-MODE = "POST" OR WS-RUN-MODE = "INTEREST"
       OR WS-RUN-MODE = "REENTRY" OR WS-RUN-MODE = "REVERSAL"
       OR WS-RUN-MODE = "DORMANCY" OR WS-RUN-MODE = "CLEARING"
       OR WS-RUN-MODE = "APPROVAL"
        OPEN EXTEND PROCESSED-RUNS-FILE
        IF WS-RUNS-FILE-STATUS = "35"
            OPEN OUTPUT PROCESSED-RUNS-FILE
        MOVE "Y" TO WS-RUN-FAILED
    END-IF.

ACCUMULATE-TRIAL-BALANCE.
    COMPUTE WS-TB-BR-IDX = TXN-BRANCH + 1
    MOVE "Y" TO WS-TB-BR-ACTIVE(WS-TB-BR-IDX)

    IF TXN-TYPE = "deposit" OR TXN-TYPE = "extpay-in"
        ADD TXN-AMOUNT TO WS-TB-BR-DEPOSITS(WS-TB-BR-IDX)
    ELSE
        IF TXN-TYPE = "withdraw" OR TXN-TYPE = "extpay"
           OR TXN-TYPE = "close-pay"
            ADD TXN-AMOUNT TO WS-TB-BR-WITHDRAWALS(WS-TB-BR-IDX)
        ELSE
            IF TXN-TYPE = "interest"
                IF TXN-AMOUNT > 0
                    ADD TXN-AMOUNT TO WS-TB-BR-INT-CR(WS-TB-BR-IDX)
                ELSE
                    SUBTRACT TXN-AMOUNT
                        FROM WS-TB-BR-INT-DR(WS-TB-BR-IDX)
                END-IF
            ELSE
                IF TXN-TYPE = "loan-int"
                    ADD TXN-AMOUNT TO WS-TB-BR-INT-DR(WS-TB-BR-IDX)
                ELSE
                    IF TXN-TYPE = "fee" OR TXN-TYPE = "maintenance"
                        ADD TXN-AMOUNT TO WS-TB-BR-FEES(WS-TB-BR-IDX)
                    ELSE
                        IF TXN-TYPE = "reversal"
                            ADD TXN-AMOUNT
                                TO WS-TB-BR-REVERSALS(WS-TB-BR-IDX)
                        ELSE
                            IF TXN-TYPE = "transfer-out"
                               OR TXN-TYPE = "loan"
                               OR TXN-TYPE = "loan-pmt"
                                ADD TXN-AMOUNT
                                    TO WS-TB-BR-TRF-OUT(WS-TB-BR-IDX)
                            ELSE
                                IF TXN-TYPE = "transfer-in"
                                   OR TXN-TYPE = "loan-disb"
                                   OR TXN-TYPE = "loan-repay"
                                    ADD TXN-AMOUNT
                                        TO WS-TB-BR-TRF-IN(WS-TB-BR-IDX)
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

WRITE-HISTORY-RECORD.
    MOVE 0 TO WS-TXH-WRITE-DATE
    IF TXN-DATE(1:8) IS NUMERIC
        MOVE TXN-DATE(1:8) TO WS-TXH-WRITE-DATE
    END-IF

    MOVE 0 TO WS-TXH-NEXT-SEQ
    MOVE TXN-ACCOUNT-ID TO TXH-ACCOUNT-ID
    MOVE WS-TXH-WRITE-DATE TO TXH-DATE
    MOVE 0 TO TXH-SEQ
    MOVE "N" TO WS-TXH-EOF-FLAG
    START TXN-HISTORY-FILE KEY IS NOT LESS THAN TXH-KEY
        INVALID KEY
            MOVE "Y" TO WS-TXH-EOF-FLAG
    END-START

    PERFORM UNTIL WS-TXH-EOF-FLAG = "Y"
        READ TXN-HISTORY-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-TXH-EOF-FLAG
            NOT AT END
                IF TXH-ACCOUNT-ID = TXN-ACCOUNT-ID
                   AND TXH-DATE = WS-TXH-WRITE-DATE
                    MOVE TXH-SEQ TO WS-TXH-NEXT-SEQ
                ELSE
                    MOVE "Y" TO WS-TXH-EOF-FLAG
                END-IF
        END-READ
    END-PERFORM
    ADD 1 TO WS-TXH-NEXT-SEQ

    MOVE TXN-ACCOUNT-ID TO TXH-ACCOUNT-ID
    MOVE WS-TXH-WRITE-DATE TO TXH-DATE
    MOVE WS-TXH-NEXT-SEQ TO TXH-SEQ
    MOVE TXN-DETAIL-RECORD TO TXH-DETAIL
    WRITE TXN-HISTORY-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE

    IF WS-TXH-FILE-STATUS NOT = "00"
        IF WS-RUN-FAILED = "N"
            DISPLAY "ECHEC | Ecriture transactions-history.dat en "
                    "erreur : " WS-TXH-FILE-STATUS
        END-IF
        MOVE "Y" TO WS-RUN-FAILED
    END-IF.

BROWSE-HISTORY-RANGE.
    MOVE WS-TXH-ONE-ACCOUNT TO WS-TXH-SCAN-ACCOUNT
    MOVE 0 TO WS-TXH-ROW-COUNT
    MOVE "N" TO WS-TXH-EOF-FLAG

    PERFORM UNTIL WS-TXH-EOF-FLAG = "Y"
        MOVE WS-TXH-SCAN-ACCOUNT TO TXH-ACCOUNT-ID
        MOVE WS-TXH-FROM-DATE TO TXH-DATE
        MOVE 0 TO TXH-SEQ
        START TXN-HISTORY-FILE KEY IS NOT LESS THAN TXH-KEY
            INVALID KEY
                MOVE "Y" TO WS-TXH-EOF-FLAG
        END-START

        IF WS-TXH-EOF-FLAG = "N"
            PERFORM READ-NEXT-HISTORY-ROW
        END-IF

        IF WS-TXH-EOF-FLAG = "N"
            IF WS-TXH-ONE-ACCOUNT > 0
               AND TXH-ACCOUNT-ID NOT = WS-TXH-ONE-ACCOUNT
                MOVE "Y" TO WS-TXH-EOF-FLAG
            ELSE
                IF TXH-ACCOUNT-ID > WS-TXH-SCAN-ACCOUNT
                    MOVE TXH-ACCOUNT-ID TO WS-TXH-SCAN-ACCOUNT
                ELSE
                    PERFORM UNTIL WS-TXH-EOF-FLAG = "Y"
                                  OR TXH-ACCOUNT-ID NOT = WS-TXH-SCAN-ACCOUNT
                                  OR TXH-DATE > WS-TXH-TO-DATE
                        ADD 1 TO WS-TXH-ROW-COUNT
                        PERFORM PROCESS-HISTORY-ROW
                        PERFORM READ-NEXT-HISTORY-ROW
                    END-PERFORM

                    IF WS-TXH-ONE-ACCOUNT > 0
                        MOVE "Y" TO WS-TXH-EOF-FLAG
                    END-IF
                    IF WS-TXH-EOF-FLAG = "N"
                        IF TXH-ACCOUNT-ID NOT = WS-TXH-SCAN-ACCOUNT
                            MOVE TXH-ACCOUNT-ID TO WS-TXH-SCAN-ACCOUNT
                        ELSE
                            IF WS-TXH-SCAN-ACCOUNT = 99999
                                MOVE "Y" TO WS-TXH-EOF-FLAG
                            ELSE
                                ADD 1 TO WS-TXH-SCAN-ACCOUNT
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM.

READ-NEXT-HISTORY-ROW.
    READ TXN-HISTORY-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-TXH-EOF-FLAG
    END-READ.

PROCESS-HISTORY-ROW.
    IF WS-TXH-PURPOSE = "S"
        PERFORM PROCESS-STATEMENT-ROW
    ELSE
        IF WS-TXH-PURPOSE = "T"
            MOVE SPACES TO WS-SCAN-TXN
            MOVE TXH-DETAIL TO WS-SCAN-TXN
            PERFORM ACCUMULATE-TAX-INTEREST
        ELSE
            IF WS-TXH-PURPOSE = "D"
                IF TXH-TYPE NOT = "interest"
                   AND TXH-TYPE NOT = "maintenance"
                   AND TXH-TYPE NOT = "reversal"
                   AND TXH-DATE > WS-DORM-LAST-ACT
                    MOVE TXH-DATE TO WS-DORM-LAST-ACT
                END-IF
            END-IF
        END-IF
    END-IF.

CHECK-JOURNAL-WRITE-STATUS.
    IF WS-JRN-FILE-STATUS NOT = "00"
        IF WS-RUN-FAILED = "N"
                WS-PENDING-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN EXTEND CLOSURE-NOTICE-FILE
    IF WS-CLS-NOTICE-FILE-STATUS = "35"
        OPEN OUTPUT CLOSURE-NOTICE-FILE
        CLOSE CLOSURE-NOTICE-FILE
        OPEN EXTEND CLOSURE-NOTICE-FILE
    END-IF

    MOVE SPACES TO WS-PAYOUT-FILE-NAME
    STRING "payments-out-"           DELIMITED BY SIZE
           FUNCTION TRIM(WS-RUN-ID)  DELIMITED BY SIZE
           ".csv"                    DELIMITED BY SIZE
        INTO WS-PAYOUT-FILE-NAME
    END-STRING

    IF WS-RESTART-MODE = "Y"
        OPEN EXTEND PAYMENT-OUT-FILE
        IF WS-PAYOUT-FILE-STATUS = "35"
            OPEN OUTPUT PAYMENT-OUT-FILE
            PERFORM WRITE-PAYMENT-HEADER
        END-IF
    ELSE
        OPEN OUTPUT PAYMENT-OUT-FILE
        PERFORM WRITE-PAYMENT-HEADER
    END-IF.

CHECK-DUPLICATE-TXN.
            TO WS-FEE-WAIVER(WS-FEE-ENTRY-COUNT)
    END-IF.

READ-PRODUCT-CATALOGUE.
    MOVE 0 TO WS-PRODUCT-COUNT
    MOVE 0 TO WS-PROD-FEE-COUNT
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
    MOVE SPACES TO WS-PARM-FIELD-5
    MOVE SPACES TO WS-PARM-FIELD-6
    MOVE SPACES TO WS-PARM-FIELD-7

    UNSTRING PRODUCT-LINE
        DELIMITED BY ","
        INTO WS-PARM-FIELD-1
             WS-PARM-FIELD-2
             WS-PARM-FIELD-5
             WS-PARM-FIELD-6
             WS-PARM-FIELD-7
    END-UNSTRING

    IF FUNCTION TRIM(WS-PARM-FIELD-1) = "PRODUCT"
       AND FUNCTION TRIM(WS-PARM-FIELD-2) NOT = ""
       AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-4)) = 0
       AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-5)) = 0
       AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-6)) = 0
        IF WS-PRODUCT-COUNT < 50
            ADD 1 TO WS-PRODUCT-COUNT
            MOVE FUNCTION TRIM(WS-PARM-FIELD-2)
                TO WS-PROD-CODE(WS-PRODUCT-COUNT)
            MOVE FUNCTION TRIM(WS-PARM-FIELD-3)
                TO WS-PROD-NAME(WS-PRODUCT-COUNT)
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-4))
                TO WS-PROD-CREDIT-RATE(WS-PRODUCT-COUNT)
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-5))
                TO WS-PROD-DEBIT-RATE(WS-PRODUCT-COUNT)
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-6))
                TO WS-PROD-OVERDRAFT(WS-PRODUCT-COUNT)
        ELSE
            DISPLAY "AVERTISSEMENT | Table des produits saturee - "
                    "ligne ignoree : " FUNCTION TRIM(PRODUCT-LINE)
        END-IF
    ELSE
        IF FUNCTION TRIM(WS-PARM-FIELD-1) = "FEE"
           AND FUNCTION TRIM(WS-PARM-FIELD-2) NOT = ""
           AND FUNCTION TRIM(WS-PARM-FIELD-4) NOT = ""
           AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-5)) = 0
           AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-6)) = 0
           AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-7)) = 0
            IF WS-PROD-FEE-COUNT < 100
                ADD 1 TO WS-PROD-FEE-COUNT
                MOVE FUNCTION TRIM(WS-PARM-FIELD-2)
                    TO WS-PFEE-PRODUCT(WS-PROD-FEE-COUNT)
                MOVE FUNCTION TRIM(WS-PARM-FIELD-3)
                    TO WS-PFEE-CODE(WS-PROD-FEE-COUNT)
                MOVE FUNCTION TRIM(WS-PARM-FIELD-4)
                    TO WS-PFEE-TXN-TYPE(WS-PROD-FEE-COUNT)
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-5))
                    TO WS-PFEE-FLAT(WS-PROD-FEE-COUNT)
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-6))
                    TO WS-PFEE-RATE(WS-PROD-FEE-COUNT)
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-7))
                    TO WS-PFEE-WAIVER(WS-PROD-FEE-COUNT)
            ELSE
                DISPLAY "AVERTISSEMENT | Table des frais produits "
                        "saturee - ligne ignoree : "
                        FUNCTION TRIM(PRODUCT-LINE)
            END-IF
        ELSE
            DISPLAY "AVERTISSEMENT | Ligne products.csv ignoree : "
                    FUNCTION TRIM(PRODUCT-LINE)
        END-IF
    END-IF.

LOOKUP-PRODUCT.
    MOVE 0 TO WS-PRODUCT-IDX
    MOVE 0 TO WS-OVERDRAFT-LIMIT

    IF WS-PRODUCT-LOOKUP-CODE NOT = SPACES
        MOVE 1 TO WS-PROD-SCAN-IDX
        PERFORM UNTIL WS-PROD-SCAN-IDX > WS-PRODUCT-COUNT
            IF WS-PROD-CODE(WS-PROD-SCAN-IDX) = WS-PRODUCT-LOOKUP-CODE
                MOVE WS-PROD-SCAN-IDX TO WS-PRODUCT-IDX
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

CHECK-STANDING-ORDER-DUE.
    MOVE "N" TO WS-SO-DUE
    MOVE WS-SO-BRANCH(WS-SO-IDX) TO WS-CAL-CHECK-BRANCH

    COMPUTE WS-SO-CAND-INT = WS-RUN-DATE-INT - 10
    PERFORM UNTIL WS-SO-CAND-INT > WS-RUN-DATE-INT + 10
                  OR WS-SO-DUE = "Y"
        PERFORM CHECK-STANDING-ORDER-SCHEDULED
        IF WS-SO-SCHEDULED = "Y"
            MOVE WS-SO-CAND-INT TO WS-CAL-ROLL-INT
            IF WS-SO-ROLL(WS-SO-IDX) = "P"
                PERFORM ROLL-TO-PREVIOUS-BUSINESS-DAY
            ELSE
                PERFORM ROLL-TO-NEXT-BUSINESS-DAY
            END-IF
            IF WS-CAL-ROLL-INT = WS-RUN-DATE-INT
                MOVE "Y" TO WS-SO-DUE
            END-IF
        END-IF
        ADD 1 TO WS-SO-CAND-INT
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
    DISPLAY "ORDRE| Ligne " WS-LINE-COUNT
            " | ordre permanent genere : "
            FUNCTION TRIM(WS-SO-LINE)
    MOVE "Y" TO WS-LINE-FROM-SO
    PERFORM PROCESS-LINE
    MOVE "N" TO WS-LINE-FROM-SO
    IF FUNCTION MOD(WS-LINE-COUNT WS-CHECKPOINT-INTERVAL) = 0
        PERFORM WRITE-CHECKPOINT
    END-IF.
                AT END
                    MOVE "Y" TO WS-GL-MAP-EOF-FLAG
                NOT AT END
                    IF WS-GL-MAP-COUNT < 30
                        PERFORM LOAD-GL-MAP-ENTRY
                    END-IF
            END-READ
        PERFORM WRITE-GL-PAIR
    END-IF

    IF WS-TOTAL-LOAN-DISB > 0
        MOVE "loan-disb" TO WS-GL-TYPE
        MOVE WS-TOTAL-LOAN-DISB TO WS-GL-AMOUNT
        PERFORM WRITE-GL-PAIR
    END-IF

    IF WS-TOTAL-LOAN-INT > 0
        MOVE "loan-int" TO WS-GL-TYPE
        MOVE WS-TOTAL-LOAN-INT TO WS-GL-AMOUNT
        PERFORM WRITE-GL-PAIR
    END-IF

    IF WS-TOTAL-LOAN-REPAY > 0
        MOVE "loan-repay" TO WS-GL-TYPE
        MOVE WS-TOTAL-LOAN-REPAY TO WS-GL-AMOUNT
        PERFORM WRITE-GL-PAIR
    END-IF

    IF WS-TOTAL-LOAN-ARREARS > 0
        MOVE "loan-arrears" TO WS-GL-TYPE
        MOVE WS-TOTAL-LOAN-ARREARS TO WS-GL-AMOUNT
        PERFORM WRITE-GL-PAIR
    END-IF

    IF WS-TOTAL-LOAN-CURE > 0
        MOVE "loan-cure" TO WS-GL-TYPE
        MOVE WS-TOTAL-LOAN-CURE TO WS-GL-AMOUNT
        PERFORM WRITE-GL-PAIR
    END-IF

    IF WS-TOTAL-EXTPAY-OUT > 0
        MOVE "extpay-out" TO WS-GL-TYPE
        MOVE WS-TOTAL-EXTPAY-OUT TO WS-GL-AMOUNT
        PERFORM WRITE-GL-PAIR
    END-IF

    IF WS-TOTAL-CLEARING-IN > 0
        MOVE "extpay-in" TO WS-GL-TYPE
        MOVE WS-TOTAL-CLEARING-IN TO WS-GL-AMOUNT
        PERFORM WRITE-GL-PAIR
    END-IF

    IF WS-TOTAL-CLEARING-RET > 0
        MOVE "extpay-ret" TO WS-GL-TYPE
        MOVE WS-TOTAL-CLEARING-RET TO WS-GL-AMOUNT
        PERFORM WRITE-GL-PAIR
    END-IF

    MOVE SPACES TO WS-GL-OUT-LINE
    STRING "TRAILER"                 DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE

    PERFORM COMPUTE-RELATIONSHIP-BALANCE

    MOVE "N" TO WS-PROD-FEE-FOUND
    IF WS-STORED-PRODUCT-CODE NOT = SPACES
        MOVE 1 TO WS-PROD-FEE-IDX
        PERFORM UNTIL WS-PROD-FEE-IDX > WS-PROD-FEE-COUNT
            IF WS-PFEE-PRODUCT(WS-PROD-FEE-IDX) = WS-STORED-PRODUCT-CODE
               AND WS-PFEE-TXN-TYPE(WS-PROD-FEE-IDX) = WS-FEE-LOOKUP-TYPE
                MOVE "Y" TO WS-PROD-FEE-FOUND
                IF WS-PFEE-WAIVER(WS-PROD-FEE-IDX) > 0
                   AND WS-RELATIONSHIP-BALANCE
                       >= WS-PFEE-WAIVER(WS-PROD-FEE-IDX)
                    CONTINUE
                ELSE
                    COMPUTE WS-FEE-AMOUNT ROUNDED =
                        WS-PFEE-FLAT(WS-PROD-FEE-IDX)
                        + WS-FEE-BASE-AMOUNT
                          * WS-PFEE-RATE(WS-PROD-FEE-IDX) / 100
                    MOVE WS-PFEE-CODE(WS-PROD-FEE-IDX)
                        TO WS-FEE-APPLIED-CODE
                END-IF
                MOVE WS-PROD-FEE-COUNT TO WS-PROD-FEE-IDX
            END-IF
            ADD 1 TO WS-PROD-FEE-IDX
        END-PERFORM
    END-IF

    MOVE 1 TO WS-FEE-IDX
    IF WS-PROD-FEE-FOUND = "Y"
        MOVE WS-FEE-ENTRY-COUNT TO WS-FEE-IDX
        ADD 1 TO WS-FEE-IDX
    END-IF
    PERFORM UNTIL WS-FEE-IDX > WS-FEE-ENTRY-COUNT
        IF WS-FEE-TXN-TYPE(WS-FEE-IDX) = WS-FEE-LOOKUP-TYPE
            IF WS-FEE-WAIVER(WS-FEE-IDX) > 0
            MOVE "Y" TO WS-REJECT-RATE-PROVIDED
        END-IF
    ELSE
        IF FUNCTION TRIM(WS-PARM-FIELD-1) = "DEFAULT-PRODUCT"
            MOVE FUNCTION TRIM(WS-PARM-FIELD-2) TO WS-DEFAULT-PRODUCT
        ELSE
            IF FUNCTION TRIM(WS-PARM-FIELD-1) = "APPROVAL-THRESHOLD"
                IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2))
                   = 0
                    MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2))
                        TO WS-APPROVAL-THRESHOLD
                    MOVE "Y" TO WS-APPROVAL-THRESHOLD-PROVIDED
                END-IF
            ELSE
                IF FUNCTION TRIM(WS-PARM-FIELD-1)
                   = "APPROVAL-EXPIRY-DAYS"
                    IF FUNCTION TRIM(WS-PARM-FIELD-2) IS NUMERIC
                        MOVE FUNCTION NUMVAL(
                            FUNCTION TRIM(WS-PARM-FIELD-2))
                            TO WS-APPROVAL-EXPIRY-DAYS
                    END-IF
                ELSE
                    IF FUNCTION TRIM(WS-PARM-FIELD-1) = "OPERATOR"
                        MOVE FUNCTION TRIM(WS-PARM-FIELD-2)
                            TO WS-DEFAULT-OPERATOR
                    ELSE
                        IF FUNCTION TRIM(WS-PARM-FIELD-1)
                           = "SCREENING-DAYS"
                            IF FUNCTION TRIM(WS-PARM-FIELD-2) IS NUMERIC
                               AND FUNCTION NUMVAL(
                                   FUNCTION TRIM(WS-PARM-FIELD-2)) > 0
                                MOVE FUNCTION NUMVAL(
                                    FUNCTION TRIM(WS-PARM-FIELD-2))
                                    TO WS-SCREENING-DAYS
                            END-IF
                        ELSE
                            PERFORM APPLY-LEGACY-PARM-LINE
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

APPLY-LEGACY-PARM-LINE.
                MOVE "Y" TO WS-EXCEPTION-SCAN-EOF-FLAG
            NOT AT END
                IF WS-STORED-BALANCE < 0
                   AND WS-STORED-ACCT-CLASS NOT = "L"
                    MOVE WS-STORED-PRODUCT-CODE TO WS-PRODUCT-LOOKUP-CODE
                    PERFORM LOOKUP-PRODUCT
                    IF WS-OVERDRAFT-LIMIT = 0
                        PERFORM RECORD-NEGATIVE-BALANCE-EXCEPTION
                    ELSE
                        IF 0 - WS-STORED-BALANCE > WS-OVERDRAFT-LIMIT
                            PERFORM RECORD-OVERDRAFT-BREACH-EXCEPTION
                        ELSE
                            ADD 1 TO WS-ARRANGED-OVERDRAFT-COUNT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    DISPLAY "RAPPORT D'EXCEPTIONS"
    DISPLAY "----------------------------------------"
    DISPLAY "Comptes en solde negatif : " WS-NEGATIVE-BALANCE-COUNT
    DISPLAY "Decouverts autorises     : " WS-ARRANGED-OVERDRAFT-COUNT
    DISPLAY "Depassements decouvert   : " WS-OVERDRAFT-BREACH-COUNT
    DISPLAY "Transactions montant eleve : " WS-LARGE-TXN-COUNT
    DISPLAY "----------------------------------------".

PROVE-TRIAL-BALANCE.
    PERFORM READ-TRIAL-BALANCE-CONTROL
    PERFORM SUM-TRIAL-BALANCE-MOVEMENTS

    MOVE SPACES TO WS-TB-STATUS-TABLE
    MOVE "O" TO WS-TB-ST-CODE(1)
    MOVE "F" TO WS-TB-ST-CODE(2)
    MOVE "D" TO WS-TB-ST-CODE(3)
    MOVE "C" TO WS-TB-ST-CODE(4)
    MOVE "?" TO WS-TB-ST-CODE(5)
    MOVE 1 TO WS-TB-ST-IDX
    PERFORM UNTIL WS-TB-ST-IDX > 5
        MOVE 0 TO WS-TB-ST-COUNT(WS-TB-ST-IDX)
        MOVE 0 TO WS-TB-ST-TOTAL(WS-TB-ST-IDX)
        ADD 1 TO WS-TB-ST-IDX
    END-PERFORM

    MOVE 0 TO WS-TB-MASTER-CLOSING
    MOVE 0 TO WS-TB-ACCOUNT-COUNT
    MOVE 0 TO WS-TB-OVERDRAWN-COUNT
    MOVE 0 TO WS-TB-OVERDRAWN-TOTAL
    MOVE 0 TO WS-TB-CLOSED-BAL-COUNT
    MOVE 0 TO WS-TB-CLOSED-BAL-TOTAL
    MOVE 0 TO WS-TB-LOAN-COUNT
    MOVE 0 TO WS-TB-LOAN-TOTAL

    MOVE 0 TO WS-STORED-ACCOUNT-ID
    START ACCOUNT-MASTER KEY IS NOT LESS THAN WS-STORED-ACCOUNT-ID
        INVALID KEY
            CONTINUE
    END-START

    MOVE "N" TO WS-TB-SCAN-EOF-FLAG
    PERFORM UNTIL WS-TB-SCAN-EOF-FLAG = "Y"
        READ ACCOUNT-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO WS-TB-SCAN-EOF-FLAG
            NOT AT END
                PERFORM TALLY-TRIAL-BALANCE-ACCOUNT
        END-READ
    END-PERFORM

    COMPUTE WS-TB-TRF-NET = WS-TB-TRF-IN - WS-TB-TRF-OUT

    IF WS-TB-OPENING-KNOWN = "N"
        COMPUTE WS-TB-OPENING-TOTAL =
            WS-TB-MASTER-CLOSING
            - WS-TB-DEPOSITS + WS-TB-WITHDRAWALS
            - WS-TB-INT-CR + WS-TB-INT-DR
            + WS-TB-FEES - WS-TB-REVERSALS
            - WS-TB-TRF-NET
        DISPLAY "ATT  | Aucun total de controle anterieur - "
                "ouverture deduite du fichier maitre"
    END-IF

    COMPUTE WS-TB-EXPECTED-CLOSING =
        WS-TB-OPENING-TOTAL
        + WS-TB-DEPOSITS - WS-TB-WITHDRAWALS
        + WS-TB-INT-CR - WS-TB-INT-DR
        - WS-TB-FEES + WS-TB-REVERSALS
    COMPUTE WS-TB-DIFFERENCE =
        WS-TB-MASTER-CLOSING - WS-TB-EXPECTED-CLOSING

    IF WS-TB-DIFFERENCE = 0 AND WS-TB-TRF-NET = 0
        MOVE "OK" TO WS-TB-RESULT
    ELSE
        MOVE "ECART" TO WS-TB-RESULT
        IF WS-TB-TRF-NET NOT = 0
            DISPLAY "ECHEC | Virements non soldes : "
                    WS-TB-TRF-NET
        END-IF
        DISPLAY "ECHEC | Balance generale desequilibree - "
                "ecart " WS-TB-DIFFERENCE
        MOVE "Y" TO WS-RUN-FAILED
    END-IF

    PERFORM WRITE-TRIAL-BALANCE-REPORT
    PERFORM WRITE-TRIAL-BALANCE-CONTROL

    DISPLAY "----------------------------------------"
    DISPLAY "BALANCE GENERALE DES COMPTES"
    DISPLAY "----------------------------------------"
    IF WS-TB-OPENING-KNOWN = "Y"
        DISPLAY "Controle precedent    : "
                FUNCTION TRIM(WS-TB-PRIOR-RUN-ID)
    END-IF
    DISPLAY "Total d'ouverture     : " WS-TB-OPENING-TOTAL
    DISPLAY "+ Depots              : " WS-TB-DEPOSITS
    DISPLAY "- Retraits            : " WS-TB-WITHDRAWALS
    DISPLAY "+ Interets crediteurs : " WS-TB-INT-CR
    DISPLAY "- Interets debiteurs  : " WS-TB-INT-DR
    DISPLAY "- Frais               : " WS-TB-FEES
    DISPLAY "+/- Extournes         : " WS-TB-REVERSALS
    DISPLAY "= Cloture attendue    : " WS-TB-EXPECTED-CLOSING
    DISPLAY "Cloture du maitre     : " WS-TB-MASTER-CLOSING
    DISPLAY "Ecart                 : " WS-TB-DIFFERENCE
    DISPLAY "Virements sortants    : " WS-TB-TRF-OUT
    DISPLAY "Virements entrants    : " WS-TB-TRF-IN
    DISPLAY "Solde des virements   : " WS-TB-TRF-NET
    DISPLAY "Comptes a decouvert   : " WS-TB-OVERDRAWN-COUNT
            " | Total " WS-TB-OVERDRAWN-TOTAL
    DISPLAY "Clotures avec solde   : " WS-TB-CLOSED-BAL-COUNT
            " | Total " WS-TB-CLOSED-BAL-TOTAL
    DISPLAY "Resultat              : " WS-TB-RESULT
    DISPLAY "----------------------------------------".

READ-TRIAL-BALANCE-CONTROL.
    MOVE "N" TO WS-TB-OPENING-KNOWN
    MOVE 0 TO WS-TB-OPENING-TOTAL
    MOVE SPACES TO WS-TB-PRIOR-RUN-ID

    OPEN INPUT TB-CONTROL-FILE
    IF WS-TBC-FILE-STATUS = "00"
        READ TB-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                IF TBC-CLOSING-TOTAL IS NUMERIC
                    MOVE TBC-CLOSING-TOTAL TO WS-TB-OPENING-TOTAL
                    MOVE TBC-RUN-ID TO WS-TB-PRIOR-RUN-ID
                    MOVE "Y" TO WS-TB-OPENING-KNOWN
                ELSE
                    DISPLAY "AVERTISSEMENT | trial-balance-control.dat "
                            "illisible - ouverture deduite"
                END-IF
        END-READ
        CLOSE TB-CONTROL-FILE
    END-IF.

SUM-TRIAL-BALANCE-MOVEMENTS.
    MOVE 0 TO WS-TB-DEPOSITS
    MOVE 0 TO WS-TB-WITHDRAWALS
    MOVE 0 TO WS-TB-INT-CR
    MOVE 0 TO WS-TB-INT-DR
    MOVE 0 TO WS-TB-FEES
    MOVE 0 TO WS-TB-REVERSALS
    MOVE 0 TO WS-TB-TRF-OUT
    MOVE 0 TO WS-TB-TRF-IN

    MOVE 1 TO WS-TB-BR-IDX
    PERFORM UNTIL WS-TB-BR-IDX > 100
        IF WS-TB-BR-ACTIVE(WS-TB-BR-IDX) = "Y"
            ADD WS-TB-BR-DEPOSITS(WS-TB-BR-IDX) TO WS-TB-DEPOSITS
            ADD WS-TB-BR-WITHDRAWALS(WS-TB-BR-IDX) TO WS-TB-WITHDRAWALS
            ADD WS-TB-BR-INT-CR(WS-TB-BR-IDX) TO WS-TB-INT-CR
            ADD WS-TB-BR-INT-DR(WS-TB-BR-IDX) TO WS-TB-INT-DR
            ADD WS-TB-BR-FEES(WS-TB-BR-IDX) TO WS-TB-FEES
            ADD WS-TB-BR-REVERSALS(WS-TB-BR-IDX) TO WS-TB-REVERSALS
            ADD WS-TB-BR-TRF-OUT(WS-TB-BR-IDX) TO WS-TB-TRF-OUT
            ADD WS-TB-BR-TRF-IN(WS-TB-BR-IDX) TO WS-TB-TRF-IN
        END-IF
        ADD 1 TO WS-TB-BR-IDX
    END-PERFORM.

TALLY-TRIAL-BALANCE-ACCOUNT.
    ADD 1 TO WS-TB-ACCOUNT-COUNT
    ADD WS-STORED-BALANCE TO WS-TB-MASTER-CLOSING

    MOVE 5 TO WS-TB-ST-IDX
    IF WS-STORED-STATUS = "O"
        MOVE 1 TO WS-TB-ST-IDX
    ELSE
        IF WS-STORED-STATUS = "F"
            MOVE 2 TO WS-TB-ST-IDX
        ELSE
            IF WS-STORED-STATUS = "D"
                MOVE 3 TO WS-TB-ST-IDX
            ELSE
                IF WS-STORED-STATUS = "C"
                    MOVE 4 TO WS-TB-ST-IDX
                END-IF
            END-IF
        END-IF
    END-IF
    ADD 1 TO WS-TB-ST-COUNT(WS-TB-ST-IDX)
    ADD WS-STORED-BALANCE TO WS-TB-ST-TOTAL(WS-TB-ST-IDX)

    IF WS-STORED-ACCT-CLASS = "L"
        ADD 1 TO WS-TB-LOAN-COUNT
        ADD WS-STORED-BALANCE TO WS-TB-LOAN-TOTAL
    ELSE
        IF WS-STORED-BALANCE < 0
            ADD 1 TO WS-TB-OVERDRAWN-COUNT
            ADD WS-STORED-BALANCE TO WS-TB-OVERDRAWN-TOTAL
        END-IF
    END-IF

    IF WS-STORED-STATUS = "C" AND WS-STORED-BALANCE NOT = 0
        ADD 1 TO WS-TB-CLOSED-BAL-COUNT
        ADD WS-STORED-BALANCE TO WS-TB-CLOSED-BAL-TOTAL
    END-IF.

WRITE-TRIAL-BALANCE-REPORT.
    OPEN OUTPUT TRIAL-BALANCE-FILE

    MOVE 1 TO WS-TB-BR-IDX
    PERFORM UNTIL WS-TB-BR-IDX > 100
        IF WS-TB-BR-ACTIVE(WS-TB-BR-IDX) = "Y"
            COMPUTE WS-TB-BRANCH-NO = WS-TB-BR-IDX - 1
            MOVE SPACES TO WS-TB-LINE
            STRING "AGENCE"                         DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   WS-TB-BRANCH-NO                  DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   WS-TB-BR-DEPOSITS(WS-TB-BR-IDX)  DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   WS-TB-BR-WITHDRAWALS(WS-TB-BR-IDX)
                                                    DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   WS-TB-BR-INT-CR(WS-TB-BR-IDX)    DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   WS-TB-BR-INT-DR(WS-TB-BR-IDX)    DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   WS-TB-BR-FEES(WS-TB-BR-IDX)      DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   WS-TB-BR-REVERSALS(WS-TB-BR-IDX) DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   WS-TB-BR-TRF-OUT(WS-TB-BR-IDX)   DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   WS-TB-BR-TRF-IN(WS-TB-BR-IDX)    DELIMITED BY SIZE
                INTO WS-TB-LINE
            END-STRING
            MOVE WS-TB-LINE TO TRIAL-BALANCE-LINE
            WRITE TRIAL-BALANCE-LINE
        END-IF
        ADD 1 TO WS-TB-BR-IDX
    END-PERFORM

    MOVE 1 TO WS-TB-ST-IDX
    PERFORM UNTIL WS-TB-ST-IDX > 5
        IF WS-TB-ST-COUNT(WS-TB-ST-IDX) > 0
            MOVE SPACES TO WS-TB-LINE
            STRING "STATUT"                         DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   WS-TB-ST-CODE(WS-TB-ST-IDX)      DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   WS-TB-ST-COUNT(WS-TB-ST-IDX)     DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   WS-TB-ST-TOTAL(WS-TB-ST-IDX)     DELIMITED BY SIZE
                INTO WS-TB-LINE
            END-STRING
            MOVE WS-TB-LINE TO TRIAL-BALANCE-LINE
            WRITE TRIAL-BALANCE-LINE
        END-IF
        ADD 1 TO WS-TB-ST-IDX
    END-PERFORM

    MOVE SPACES TO WS-TB-LINE
    STRING "DECOUVERT"                  DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-OVERDRAWN-COUNT        DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-OVERDRAWN-TOTAL        DELIMITED BY SIZE
        INTO WS-TB-LINE
    END-STRING
    MOVE WS-TB-LINE TO TRIAL-BALANCE-LINE
    WRITE TRIAL-BALANCE-LINE

    MOVE SPACES TO WS-TB-LINE
    STRING "CLOTURE-SOLDE"              DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-CLOSED-BAL-COUNT       DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-CLOSED-BAL-TOTAL       DELIMITED BY SIZE
        INTO WS-TB-LINE
    END-STRING
    MOVE WS-TB-LINE TO TRIAL-BALANCE-LINE
    WRITE TRIAL-BALANCE-LINE

    MOVE SPACES TO WS-TB-LINE
    STRING "PRETS"                      DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-LOAN-COUNT             DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-LOAN-TOTAL             DELIMITED BY SIZE
        INTO WS-TB-LINE
    END-STRING
    MOVE WS-TB-LINE TO TRIAL-BALANCE-LINE
    WRITE TRIAL-BALANCE-LINE

    MOVE SPACES TO WS-TB-LINE
    STRING "PREUVE"                     DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           FUNCTION TRIM(WS-RUN-ID)     DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-RUN-DATE                  DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-OPENING-TOTAL          DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-DEPOSITS               DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-WITHDRAWALS            DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-INT-CR                 DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-INT-DR                 DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-FEES                   DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-REVERSALS              DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-EXPECTED-CLOSING       DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-MASTER-CLOSING         DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-DIFFERENCE             DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-TRF-NET                DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           WS-TB-ACCOUNT-COUNT          DELIMITED BY SIZE
           ","                          DELIMITED BY SIZE
           FUNCTION TRIM(WS-TB-RESULT)  DELIMITED BY SIZE
        INTO WS-TB-LINE
    END-STRING
    MOVE WS-TB-LINE TO TRIAL-BALANCE-LINE
    WRITE TRIAL-BALANCE-LINE

    CLOSE TRIAL-BALANCE-FILE.

WRITE-TRIAL-BALANCE-CONTROL.
    OPEN OUTPUT TB-CONTROL-FILE
    MOVE WS-RUN-ID TO TBC-RUN-ID
    MOVE WS-RUN-DATE TO TBC-RUN-DATE
    IF WS-TB-RESULT = "OK"
        MOVE WS-TB-MASTER-CLOSING TO TBC-CLOSING-TOTAL
    ELSE
        MOVE WS-TB-EXPECTED-CLOSING TO TBC-CLOSING-TOTAL
    END-IF
    MOVE WS-TB-ACCOUNT-COUNT TO TBC-ACCOUNT-COUNT
    MOVE WS-TB-RESULT TO TBC-RESULT
    WRITE TB-CONTROL-RECORD
    IF WS-TBC-FILE-STATUS NOT = "00"
        IF WS-RUN-FAILED = "N"
            DISPLAY "ECHEC | Ecriture trial-balance-control.dat en "
                    "erreur : " WS-TBC-FILE-STATUS
        END-IF
        MOVE "Y" TO WS-RUN-FAILED
    END-IF
    CLOSE TB-CONTROL-FILE.

RECORD-NEGATIVE-BALANCE-EXCEPTION.
    ADD 1 TO WS-NEGATIVE-BALANCE-COUNT
    MOVE SPACES TO WS-EXCEPTION-LINE
    MOVE WS-EXCEPTION-LINE TO EXCEPTIONS-LINE
    WRITE EXCEPTIONS-LINE.

RECORD-OVERDRAFT-BREACH-EXCEPTION.
    ADD 1 TO WS-OVERDRAFT-BREACH-COUNT
    COMPUTE WS-OVERDRAFT-EXCESS =
        0 - WS-STORED-BALANCE - WS-OVERDRAFT-LIMIT
    MOVE SPACES TO WS-EXCEPTION-LINE
    STRING "DEPASSEMENT DECOUVERT"    DELIMITED BY SIZE
           ","                        DELIMITED BY SIZE
           WS-STORED-ACCOUNT-ID       DELIMITED BY SIZE
           ","                        DELIMITED BY SIZE
           WS-STORED-BALANCE          DELIMITED BY SIZE
           ","                        DELIMITED BY SIZE
           WS-OVERDRAFT-LIMIT         DELIMITED BY SIZE
           ","                        DELIMITED BY SIZE
           WS-OVERDRAFT-EXCESS        DELIMITED BY SIZE
        INTO WS-EXCEPTION-LINE
    END-STRING

    MOVE WS-EXCEPTION-LINE TO EXCEPTIONS-LINE
    WRITE EXCEPTIONS-LINE.

RECORD-LARGE-TXN-EXCEPTION.
    ADD 1 TO WS-LARGE-TXN-COUNT
    MOVE SPACES TO WS-EXCEPTION-LINE
    PERFORM READ-RATE-PARAMETERS

    IF WS-RATES-PROVIDED = "N"
       AND WS-PRODUCT-COUNT = 0
        DISPLAY "ERR  | rate-parms.csv absent ou invalide - "
                "aucun interet calcule"
    ELSE
                    MOVE "Y" TO WS-INTEREST-SCAN-EOF-FLAG
                NOT AT END
                    IF WS-STORED-STATUS NOT = "C"
                       AND WS-STORED-ACCT-CLASS NOT = "L"
                        PERFORM POST-INTEREST-FOR-ACCOUNT
                        PERFORM ASSESS-MAINTENANCE-FEE
                    END-IF
    END-IF.

POST-INTEREST-FOR-ACCOUNT.
    PERFORM RESOLVE-ACCOUNT-RATES

    IF WS-ACCT-RATES-KNOWN = "N"
        MOVE 0 TO WS-INTEREST-AMOUNT
    ELSE
        IF WS-STORED-BALANCE > 0
            COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                WS-STORED-BALANCE * WS-ACCT-CREDIT-RATE / 1200
        ELSE
            COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                WS-STORED-BALANCE * WS-ACCT-DEBIT-RATE / 1200
        END-IF
    END-IF

    IF WS-INTEREST-AMOUNT NOT = 0
        PERFORM RECORD-INTEREST-DETAIL
    END-IF.

RESOLVE-ACCOUNT-RATES.
    MOVE WS-STORED-PRODUCT-CODE TO WS-PRODUCT-LOOKUP-CODE
    PERFORM LOOKUP-PRODUCT

    IF WS-PRODUCT-IDX > 0
        MOVE WS-PROD-CREDIT-RATE(WS-PRODUCT-IDX) TO WS-ACCT-CREDIT-RATE
        MOVE WS-PROD-DEBIT-RATE(WS-PRODUCT-IDX) TO WS-ACCT-DEBIT-RATE
        MOVE "Y" TO WS-ACCT-RATES-KNOWN
    ELSE
        IF WS-RATES-PROVIDED = "Y"
            MOVE WS-CREDIT-RATE TO WS-ACCT-CREDIT-RATE
            MOVE WS-DEBIT-RATE TO WS-ACCT-DEBIT-RATE
            MOVE "Y" TO WS-ACCT-RATES-KNOWN
        ELSE
            MOVE 0 TO WS-ACCT-CREDIT-RATE
            MOVE 0 TO WS-ACCT-DEBIT-RATE
            MOVE "N" TO WS-ACCT-RATES-KNOWN
        END-IF
    END-IF.

RECORD-INTEREST-DETAIL.
    MOVE 0 TO TXN-BRANCH
    MOVE WS-STORED-ACCOUNT-ID TO TXN-ACCOUNT-ID
    MOVE WS-RUN-ID TO TXN-RUN-ID
    MOVE WS-ORIG-RUN-ID TO TXN-ORIG-RUN-ID
    MOVE WS-ORIG-LINE TO TXN-ORIG-LINE
    PERFORM ACCUMULATE-TRIAL-BALANCE
    PERFORM WRITE-HISTORY-RECORD
    WRITE TXN-DETAIL-RECORD
    PERFORM CHECK-DETAIL-WRITE-STATUS.

    MOVE WS-RUN-ID TO TXN-RUN-ID
    MOVE WS-ORIG-RUN-ID TO TXN-ORIG-RUN-ID
    MOVE WS-ORIG-LINE TO TXN-ORIG-LINE
    PERFORM ACCUMULATE-TRIAL-BALANCE
    PERFORM WRITE-HISTORY-RECORD
    WRITE TXN-DETAIL-RECORD
    PERFORM CHECK-DETAIL-WRITE-STATUS.

        ELSE
            IF (TXN-TYPE = "deposit"
                OR TXN-TYPE = "withdraw"
                OR TXN-TYPE = "extpay"
                OR TXN-TYPE = "extpay-in"
                OR TXN-TYPE = "transfer-out"
                OR TXN-TYPE = "transfer-in"
                OR TXN-TYPE = "fee"
            IF WS-REV-M-TYPE(WS-REV-MATCH-IDX) = "deposit"
               OR WS-REV-M-TYPE(WS-REV-MATCH-IDX) = "transfer-in"
               OR WS-REV-M-TYPE(WS-REV-MATCH-IDX) = "interest"
               OR WS-REV-M-TYPE(WS-REV-MATCH-IDX) = "extpay-in"
                COMPUTE WS-REV-DELTA =
                    0 - WS-REV-M-AMOUNT(WS-REV-MATCH-IDX)
            ELSE
    MOVE WS-RUN-ID TO TXN-RUN-ID
    MOVE WS-REV-M-RUN-ID(WS-REV-MATCH-IDX) TO TXN-ORIG-RUN-ID
    MOVE WS-REV-M-LINE(WS-REV-MATCH-IDX) TO TXN-ORIG-LINE
    PERFORM ACCUMULATE-TRIAL-BALANCE
    PERFORM WRITE-HISTORY-RECORD
    WRITE TXN-DETAIL-RECORD
    PERFORM CHECK-DETAIL-WRITE-STATUS.

            " | Demande: " FUNCTION TRIM(WS-CURRENT-LINE)
    PERFORM RECORD-REJECTED-LINE.

CLEARING-RUN.
    PERFORM CHECK-CLEARING-CONTROLS

    IF WS-CLR-BALANCED = "Y"
        OPEN OUTPUT CLEARING-RETURNS-FILE
        MOVE SPACES TO WS-CLR-LINE
        STRING "HDR"                     DELIMITED BY SIZE
               ","                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-ID)  DELIMITED BY SIZE
               ","                       DELIMITED BY SIZE
               WS-RUN-DATE               DELIMITED BY SIZE
               ","                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-CLR-BATCH-REF) DELIMITED BY SIZE
            INTO WS-CLR-LINE
        END-STRING
        MOVE WS-CLR-LINE TO CLEARING-RETURNS-LINE
        WRITE CLEARING-RETURNS-LINE

        MOVE SPACES TO WS-ORIG-RUN-ID
        MOVE 0 TO WS-ORIG-LINE
        MOVE "N" TO WS-CLR-EOF-FLAG
        OPEN INPUT CLEARING-IN-FILE
        PERFORM UNTIL WS-CLR-EOF-FLAG = "Y"
            READ CLEARING-IN-FILE
                AT END
                    MOVE "Y" TO WS-CLR-EOF-FLAG
                NOT AT END
                    PERFORM SPLIT-CLEARING-LINE
                    IF WS-CLR-REC-TYPE = "CRD"
                        PERFORM APPLY-CLEARING-ITEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CLEARING-IN-FILE

        MOVE SPACES TO WS-CLR-LINE
        STRING "TRL"                     DELIMITED BY SIZE
               ","                       DELIMITED BY SIZE
               WS-CLEARING-RET-COUNT     DELIMITED BY SIZE
               ","                       DELIMITED BY SIZE
               WS-TOTAL-CLEARING-RET     DELIMITED BY SIZE
            INTO WS-CLR-LINE
        END-STRING
        MOVE WS-CLR-LINE TO CLEARING-RETURNS-LINE
        WRITE CLEARING-RETURNS-LINE
        CLOSE CLEARING-RETURNS-FILE

        DISPLAY "----------------------------------------"
        DISPLAY "COMPENSATION ENTRANTE"
        DISPLAY "----------------------------------------"
        DISPLAY "Remise              : " FUNCTION TRIM(WS-CLR-BATCH-REF)
        DISPLAY "Operations remises  : " WS-CLR-CALC-COUNT
        DISPLAY "Operations imputees : " WS-CLEARING-IN-COUNT
        DISPLAY "Operations retour   : " WS-CLEARING-RET-COUNT
        DISPLAY "----------------------------------------"
    END-IF.

CHECK-CLEARING-CONTROLS.
    MOVE "N" TO WS-CLR-BALANCED
    MOVE "N" TO WS-CLR-HDR-SEEN
    MOVE "N" TO WS-CLR-TRL-SEEN
    MOVE 0 TO WS-CLR-CALC-COUNT
    MOVE 0 TO WS-CLR-CALC-TOTAL
    MOVE 0 TO WS-CLR-TRL-COUNT
    MOVE 0 TO WS-CLR-TRL-TOTAL
    MOVE SPACES TO WS-ERROR-MESSAGE

    OPEN INPUT CLEARING-IN-FILE
    IF WS-CLR-FILE-STATUS NOT = "00"
        DISPLAY "ERR  | clearing-in.csv introuvable : "
                WS-CLR-FILE-STATUS
        MOVE "Y" TO WS-RUN-FAILED
    ELSE
        MOVE "N" TO WS-CLR-EOF-FLAG
        PERFORM UNTIL WS-CLR-EOF-FLAG = "Y"
            READ CLEARING-IN-FILE
                AT END
                    MOVE "Y" TO WS-CLR-EOF-FLAG
                NOT AT END
                    PERFORM SPLIT-CLEARING-LINE
                    PERFORM CHECK-ONE-CLEARING-LINE
            END-READ
        END-PERFORM
        CLOSE CLEARING-IN-FILE

        IF WS-ERROR-MESSAGE = SPACES
            IF WS-CLR-HDR-SEEN = "N"
                MOVE "enregistrement HDR absent" TO WS-ERROR-MESSAGE
            ELSE
                IF WS-CLR-TRL-SEEN = "N"
                    MOVE "enregistrement TRL absent" TO WS-ERROR-MESSAGE
                ELSE
                    IF WS-CLR-TRL-COUNT NOT = WS-CLR-CALC-COUNT
                       OR WS-CLR-TRL-TOTAL NOT = WS-CLR-CALC-TOTAL
                        MOVE "totaux de controle TRL discordants"
                            TO WS-ERROR-MESSAGE
                    END-IF
                END-IF
            END-IF
        END-IF

        IF WS-ERROR-MESSAGE = SPACES
            MOVE "Y" TO WS-CLR-BALANCED
        ELSE
            DISPLAY "ECHEC | clearing-in.csv refuse - "
                    FUNCTION TRIM(WS-ERROR-MESSAGE)
            DISPLAY "ECHEC | Remise " WS-CLR-CALC-COUNT
                    " / " WS-CLR-CALC-TOTAL
                    " | Trailer " WS-CLR-TRL-COUNT
                    " / " WS-CLR-TRL-TOTAL
            MOVE "Y" TO WS-RUN-FAILED
        END-IF
    END-IF.

SPLIT-CLEARING-LINE.
    MOVE SPACES TO WS-CLR-REC-TYPE
    MOVE SPACES TO WS-CLR-ITEM-REF
    MOVE SPACES TO WS-CLR-ACCOUNT-TEXT
    MOVE SPACES TO WS-CLR-AMOUNT-TEXT
    MOVE SPACES TO WS-CLR-REMIT-BANK
    MOVE SPACES TO WS-CLR-REMIT-ACCOUNT
    MOVE SPACES TO WS-CLR-REMIT-NAME

    UNSTRING CLEARING-IN-LINE
        DELIMITED BY ","
        INTO WS-CLR-REC-TYPE
             WS-CLR-ITEM-REF
             WS-CLR-ACCOUNT-TEXT
             WS-CLR-AMOUNT-TEXT
             WS-CLR-REMIT-BANK
             WS-CLR-REMIT-ACCOUNT
             WS-CLR-REMIT-NAME
    END-UNSTRING.

CHECK-ONE-CLEARING-LINE.
    IF WS-CLR-REC-TYPE = "HDR"
        MOVE "Y" TO WS-CLR-HDR-SEEN
        MOVE FUNCTION TRIM(WS-CLR-ITEM-REF) TO WS-CLR-BATCH-REF
    ELSE
        IF WS-CLR-REC-TYPE = "CRD"
            IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CLR-AMOUNT-TEXT)) = 0
               AND FUNCTION NUMVAL(FUNCTION TRIM(WS-CLR-AMOUNT-TEXT)) > 0
                ADD 1 TO WS-CLR-CALC-COUNT
                ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-CLR-AMOUNT-TEXT))
                    TO WS-CLR-CALC-TOTAL
            ELSE
                MOVE "montant invalide sur une operation CRD"
                    TO WS-ERROR-MESSAGE
            END-IF
        ELSE
            IF WS-CLR-REC-TYPE = "TRL"
                MOVE "Y" TO WS-CLR-TRL-SEEN
                IF FUNCTION TRIM(WS-CLR-ITEM-REF) IS NUMERIC
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-CLR-ACCOUNT-TEXT)) = 0
                    MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CLR-ITEM-REF))
                        TO WS-CLR-TRL-COUNT
                    MOVE FUNCTION NUMVAL(
                        FUNCTION TRIM(WS-CLR-ACCOUNT-TEXT))
                        TO WS-CLR-TRL-TOTAL
                ELSE
                    MOVE "enregistrement TRL invalide"
                        TO WS-ERROR-MESSAGE
                END-IF
            ELSE
                IF FUNCTION TRIM(CLEARING-IN-LINE) NOT = ""
                    MOVE "type d'enregistrement inconnu"
                        TO WS-ERROR-MESSAGE
                END-IF
            END-IF
        END-IF
    END-IF.

APPLY-CLEARING-ITEM.
    ADD 1 TO WS-LINE-COUNT
    MOVE 0 TO WS-BRANCH-CODE
    MOVE WS-RUN-DATE TO WS-TXN-DATE
    MOVE "extpay-in" TO WS-TYPE
    MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CLR-AMOUNT-TEXT)) TO WS-AMOUNT
    MOVE SPACES TO WS-CLR-REASON-CODE
    MOVE SPACES TO WS-CLR-REASON-TEXT

    IF FUNCTION TRIM(WS-CLR-ACCOUNT-TEXT) IS NUMERIC
       AND FUNCTION NUMVAL(FUNCTION TRIM(WS-CLR-ACCOUNT-TEXT)) > 0
       AND FUNCTION NUMVAL(FUNCTION TRIM(WS-CLR-ACCOUNT-TEXT)) <= 99999
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CLR-ACCOUNT-TEXT))
            TO WS-ACCOUNT-ID
        MOVE WS-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
        PERFORM READ-ACCOUNT
        MOVE "Y" TO WS-IS-VALID
        PERFORM CHECK-DEST-ACCOUNT-POSTABLE
        IF WS-IS-VALID = "N"
            MOVE WS-ERROR-MESSAGE TO WS-CLR-REASON-TEXT
            IF WS-ACCOUNT-EXISTS = "N"
                MOVE "AC01" TO WS-CLR-REASON-CODE
            ELSE
                IF WS-LOOKUP-STATUS = "C"
                    MOVE "AC04" TO WS-CLR-REASON-CODE
                ELSE
                    IF WS-LOOKUP-STATUS = "F"
                        MOVE "AC06" TO WS-CLR-REASON-CODE
                    ELSE
                        MOVE "AG01" TO WS-CLR-REASON-CODE
                    END-IF
                END-IF
            END-IF
        END-IF
    ELSE
        MOVE 0 TO WS-ACCOUNT-ID
        MOVE "AC01" TO WS-CLR-REASON-CODE
        MOVE "numero de compte invalide" TO WS-CLR-REASON-TEXT
    END-IF

    IF WS-CLR-REASON-CODE = SPACES
        MOVE WS-LOOKUP-BALANCE TO WS-CURRENT-BALANCE
        ADD WS-AMOUNT TO WS-CURRENT-BALANCE
        MOVE WS-CURRENT-BALANCE TO WS-STORED-BALANCE
        IF WS-LOOKUP-STATUS = "D"
            MOVE "O" TO WS-STORED-STATUS
            DISPLAY "INFO | Compte reactive par virement recu : "
                    WS-ACCOUNT-ID
        END-IF
        PERFORM WRITE-OR-REWRITE-ACCOUNT
        PERFORM RECORD-TXN-DETAIL

        ADD 1 TO WS-CLEARING-IN-COUNT
        ADD WS-AMOUNT TO WS-TOTAL-CLEARING-IN
        ADD 1 TO WS-PROCESSED-COUNT
        DISPLAY "OK   | Compte: " WS-ACCOUNT-ID
                " | Montant: " WS-AMOUNT
                " | Type: extpay-in | Ref: "
                FUNCTION TRIM(WS-CLR-ITEM-REF)

        IF WS-THRESHOLD-PROVIDED = "Y"
           AND WS-AMOUNT > WS-LARGE-TXN-THRESHOLD
            PERFORM RECORD-LARGE-TXN-EXCEPTION
        END-IF
    ELSE
        PERFORM RECORD-CLEARING-RETURN
    END-IF.

RECORD-CLEARING-RETURN.
    ADD 1 TO WS-CLEARING-RET-COUNT
    ADD WS-AMOUNT TO WS-TOTAL-CLEARING-RET

    MOVE SPACES TO WS-CLR-LINE
    STRING "RET"                     DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-CLR-ITEM-REF) DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-CLR-ACCOUNT-TEXT) DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-AMOUNT                 DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-CLR-REASON-CODE        DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-CLR-REASON-TEXT) DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-CLR-REMIT-BANK) DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-CLR-REMIT-ACCOUNT) DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-CLR-REMIT-NAME) DELIMITED BY SIZE
        INTO WS-CLR-LINE
    END-STRING
    MOVE WS-CLR-LINE TO CLEARING-RETURNS-LINE
    WRITE CLEARING-RETURNS-LINE

    DISPLAY "RET  | Ref: " FUNCTION TRIM(WS-CLR-ITEM-REF)
            " | Compte: " FUNCTION TRIM(WS-CLR-ACCOUNT-TEXT)
            " | " WS-CLR-REASON-CODE
            " " FUNCTION TRIM(WS-CLR-REASON-TEXT).

APPROVAL-RUN.
    OPEN OUTPUT APPROVAL-REPORT-FILE

    PERFORM EXPIRE-APPROVAL-QUEUE

    MOVE "N" TO WS-APR-EOF-FLAG
    OPEN INPUT APPROVALS-FILE
    IF WS-APR-FILE-STATUS = "00"
        PERFORM UNTIL WS-APR-EOF-FLAG = "Y"
            READ APPROVALS-FILE
                AT END
                    MOVE "Y" TO WS-APR-EOF-FLAG
                NOT AT END
                    PERFORM APPLY-APPROVAL-DECISION
            END-READ
        END-PERFORM
        CLOSE APPROVALS-FILE
    ELSE
        DISPLAY "ERR  | approvals.csv introuvable : "
                WS-APR-FILE-STATUS
    END-IF

    MOVE SPACES TO WS-APR-LINE
    STRING "TRAILER"                 DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-APR-POSTED-COUNT       DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-APR-DECLINED-COUNT     DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-APR-FAILED-COUNT       DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-APR-EXPIRED-COUNT      DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-APR-REFUSED-COUNT      DELIMITED BY SIZE
        INTO WS-APR-LINE
    END-STRING
    MOVE WS-APR-LINE TO APPROVAL-REPORT-LINE
    WRITE APPROVAL-REPORT-LINE
    CLOSE APPROVAL-REPORT-FILE

    MOVE SPACES TO WS-MAKER-ID
    MOVE SPACES TO WS-CHECKER-ID

    DISPLAY "----------------------------------------"
    DISPLAY "VALIDATION DES OPERATIONS EN ATTENTE"
    DISPLAY "----------------------------------------"
    DISPLAY "Approuvees passees  : " WS-APR-POSTED-COUNT
    DISPLAY "Declinees           : " WS-APR-DECLINED-COUNT
    DISPLAY "Approuvees en echec : " WS-APR-FAILED-COUNT
    DISPLAY "Expirees            : " WS-APR-EXPIRED-COUNT
    DISPLAY "Decisions refusees  : " WS-APR-REFUSED-COUNT
    DISPLAY "----------------------------------------".

EXPIRE-APPROVAL-QUEUE.
    MOVE "N" TO WS-APQ-EOF-FLAG
    MOVE SPACES TO APQ-RUN-ID
    MOVE 0 TO APQ-LINE-SEQ
    START APPROVAL-QUEUE-FILE KEY IS NOT LESS THAN APQ-KEY
        INVALID KEY
            MOVE "Y" TO WS-APQ-EOF-FLAG
    END-START

    PERFORM UNTIL WS-APQ-EOF-FLAG = "Y"
        READ APPROVAL-QUEUE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-APQ-EOF-FLAG
            NOT AT END
                IF APQ-STATUS = "P"
                    PERFORM CHECK-APPROVAL-EXPIRY
                END-IF
        END-READ
    END-PERFORM.

CHECK-APPROVAL-EXPIRY.
    MOVE 0 TO WS-APQ-QUEUE-INT
    IF APQ-QUEUE-DATE > 0
        MOVE FUNCTION INTEGER-OF-DATE(APQ-QUEUE-DATE)
            TO WS-APQ-QUEUE-INT
    END-IF

    IF WS-APQ-QUEUE-INT > 0
       AND WS-RUN-DATE-INT - WS-APQ-QUEUE-INT
           > WS-APPROVAL-EXPIRY-DAYS
        MOVE "E" TO APQ-STATUS
        MOVE WS-RUN-DATE-NUM TO APQ-DECISION-DATE
        MOVE "delai d'approbation depasse" TO APQ-DETAIL
        REWRITE APPROVAL-QUEUE-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        IF WS-APQ-FILE-STATUS NOT = "00"
            DISPLAY "ECHEC | Mise a jour approval-queue.dat en "
                    "erreur : " WS-APQ-FILE-STATUS
            MOVE "Y" TO WS-RUN-FAILED
        ELSE
            ADD 1 TO WS-APR-EXPIRED-COUNT
            MOVE SPACES TO WS-CHECKER-ID
            MOVE "EXPIRE" TO WS-APR-RESULT
            MOVE APQ-DETAIL TO WS-APR-DETAIL
            PERFORM WRITE-APPROVAL-REPORT-ROW
            DISPLAY "ATT  | Lot " FUNCTION TRIM(APQ-RUN-ID)
                    " ligne " APQ-LINE-SEQ
                    " | approbation expiree"
        END-IF
    END-IF.

APPLY-APPROVAL-DECISION.
    MOVE SPACES TO WS-PARM-FIELD-1
    MOVE SPACES TO WS-PARM-FIELD-2
    MOVE SPACES TO WS-PARM-FIELD-3
    MOVE SPACES TO WS-PARM-FIELD-4

    UNSTRING APPROVALS-LINE
        DELIMITED BY ","
        INTO WS-PARM-FIELD-1
             WS-PARM-FIELD-2
             WS-PARM-FIELD-3
             WS-PARM-FIELD-4
    END-UNSTRING

    IF FUNCTION TRIM(WS-PARM-FIELD-1) = ""
       OR FUNCTION TRIM(WS-PARM-FIELD-2) IS NOT NUMERIC
        DISPLAY "AVERTISSEMENT | Ligne approvals.csv ignoree : "
                FUNCTION TRIM(APPROVALS-LINE)
    ELSE
        MOVE FUNCTION TRIM(WS-PARM-FIELD-3) TO WS-APR-DECISION
        MOVE FUNCTION TRIM(WS-PARM-FIELD-4) TO WS-CHECKER-ID
        MOVE FUNCTION TRIM(WS-PARM-FIELD-1) TO APQ-RUN-ID
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2))
            TO APQ-LINE-SEQ

        READ APPROVAL-QUEUE-FILE
            INVALID KEY
                MOVE FUNCTION TRIM(WS-PARM-FIELD-1) TO APQ-RUN-ID
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2))
                    TO APQ-LINE-SEQ
                MOVE SPACES TO APQ-TXN-TYPE
                MOVE SPACES TO APQ-MAKER-ID
                MOVE 0 TO APQ-ACCOUNT-ID
                MOVE 0 TO APQ-AMOUNT
                ADD 1 TO WS-APR-REFUSED-COUNT
                MOVE "REFUS" TO WS-APR-RESULT
                MOVE "operation absente de la file d'attente"
                    TO WS-APR-DETAIL
                DISPLAY "REFUS | Lot " FUNCTION TRIM(APQ-RUN-ID)
                        " ligne " APQ-LINE-SEQ
                        " | " FUNCTION TRIM(WS-APR-DETAIL)
                PERFORM WRITE-APPROVAL-REPORT-ROW
            NOT INVALID KEY
                PERFORM DECIDE-QUEUED-ITEM
        END-READ
    END-IF.

DECIDE-QUEUED-ITEM.
    MOVE SPACES TO WS-APR-DETAIL

    IF APQ-STATUS NOT = "P"
        MOVE "operation deja traitee" TO WS-APR-DETAIL
    ELSE
        IF WS-APR-DECISION NOT = "A" AND WS-APR-DECISION NOT = "R"
            MOVE "decision invalide" TO WS-APR-DETAIL
        ELSE
            IF FUNCTION TRIM(WS-CHECKER-ID) = ""
                MOVE "identifiant valideur manquant" TO WS-APR-DETAIL
            ELSE
                IF WS-CHECKER-ID = APQ-MAKER-ID
                    MOVE "valideur identique a l'initiateur"
                        TO WS-APR-DETAIL
                END-IF
            END-IF
        END-IF
    END-IF

    IF WS-APR-DETAIL NOT = SPACES
        ADD 1 TO WS-APR-REFUSED-COUNT
        MOVE "REFUS" TO WS-APR-RESULT
        DISPLAY "REFUS | Lot " FUNCTION TRIM(APQ-RUN-ID)
                " ligne " APQ-LINE-SEQ
                " | " FUNCTION TRIM(WS-APR-DETAIL)
    ELSE
        IF WS-APR-DECISION = "R"
            MOVE "R" TO APQ-STATUS
            MOVE "operation declinee par le valideur" TO WS-APR-DETAIL
            ADD 1 TO WS-APR-DECLINED-COUNT
            MOVE "DECLINE" TO WS-APR-RESULT
            DISPLAY "REFUS | Lot " FUNCTION TRIM(APQ-RUN-ID)
                    " ligne " APQ-LINE-SEQ
                    " | declinee par " FUNCTION TRIM(WS-CHECKER-ID)
        ELSE
            PERFORM POST-APPROVED-ITEM
        END-IF

        MOVE WS-CHECKER-ID TO APQ-CHECKER-ID
        MOVE WS-RUN-DATE-NUM TO APQ-DECISION-DATE
        MOVE WS-APR-DETAIL TO APQ-DETAIL
        REWRITE APPROVAL-QUEUE-RECORD
            INVALID KEY
                CONTINUE
        END-REWRITE
        IF WS-APQ-FILE-STATUS NOT = "00"
            DISPLAY "ECHEC | Mise a jour approval-queue.dat en "
                    "erreur : " WS-APQ-FILE-STATUS
            MOVE "Y" TO WS-RUN-FAILED
        END-IF
    END-IF

    PERFORM WRITE-APPROVAL-REPORT-ROW.

POST-APPROVED-ITEM.
    ADD 1 TO WS-LINE-COUNT
    MOVE APQ-LINE-TXT TO WS-CURRENT-LINE
    MOVE APQ-MAKER-ID TO WS-MAKER-ID
    MOVE "Y" TO WS-LINE-APPROVED
    PERFORM PROCESS-LINE
    MOVE "N" TO WS-LINE-APPROVED

    IF WS-IS-VALID = "Y"
        MOVE "A" TO APQ-STATUS
        ADD 1 TO WS-APR-POSTED-COUNT
        IF WS-LINE-WAREHOUSED = "Y"
            MOVE "ENTREPOSE" TO WS-APR-RESULT
            MOVE "approuvee - entreposee jusqu'a la date de valeur"
                TO WS-APR-DETAIL
        ELSE
            MOVE "POSTE" TO WS-APR-RESULT
            MOVE "approuvee et passee" TO WS-APR-DETAIL
        END-IF
    ELSE
        MOVE "F" TO APQ-STATUS
        ADD 1 TO WS-APR-FAILED-COUNT
        MOVE "ECHEC" TO WS-APR-RESULT
        MOVE WS-ERROR-MESSAGE TO WS-APR-DETAIL
    END-IF.

WRITE-APPROVAL-REPORT-ROW.
    MOVE SPACES TO WS-APR-LINE
    STRING FUNCTION TRIM(WS-APR-RESULT) DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(APQ-RUN-ID) DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           APQ-LINE-SEQ              DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(APQ-TXN-TYPE) DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           APQ-ACCOUNT-ID            DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           APQ-AMOUNT                DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(APQ-MAKER-ID) DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-CHECKER-ID) DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-APR-DETAIL) DELIMITED BY SIZE
        INTO WS-APR-LINE
    END-STRING
    MOVE WS-APR-LINE TO APPROVAL-REPORT-LINE
    WRITE APPROVAL-REPORT-LINE.

DORMANCY-RUN.
    COMPUTE WS-CUTOFF-MONTH-SER =
        FUNCTION NUMVAL(WS-RUN-DATE(1:4)) * 12
        + FUNCTION NUMVAL(WS-RUN-DATE(5:2))
        - WS-DORMANCY-MONTHS
    COMPUTE WS-DORM-CUTOFF-YEAR = (WS-CUTOFF-MONTH-SER - 1) / 12
    COMPUTE WS-DORM-CUTOFF-DATE =
        WS-DORM-CUTOFF-YEAR * 10000
        + (WS-CUTOFF-MONTH-SER - WS-DORM-CUTOFF-YEAR * 12) * 100
        + 1

    OPEN OUTPUT DORMANCY-REPORT-FILE

    MOVE 0 TO WS-STORED-ACCOUNT-ID
    START ACCOUNT-MASTER KEY IS NOT LESS THAN WS-STORED-ACCOUNT-ID
        INVALID KEY
            CONTINUE
    END-START

    MOVE "N" TO WS-DORM-SCAN-EOF-FLAG
    PERFORM UNTIL WS-DORM-SCAN-EOF-FLAG = "Y"
        READ ACCOUNT-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO WS-DORM-SCAN-EOF-FLAG
            NOT AT END
                IF WS-STORED-STATUS = "O" OR WS-STORED-STATUS = "D"
                    PERFORM ASSESS-ACCOUNT-DORMANCY
                END-IF
        END-READ
    END-PERFORM

    CLOSE DORMANCY-REPORT-FILE

    DISPLAY "----------------------------------------"
    DISPLAY "TRAITEMENT DES COMPTES DORMANTS"
    DISPLAY "----------------------------------------"
    DISPLAY "Seuil d'inactivite (mois) : " WS-DORMANCY-MONTHS
    DISPLAY "Comptes passes dormants   : " WS-DORMANT-COUNT
    DISPLAY "Comptes sur le rapport    : " WS-DORM-REPORT-COUNT
    DISPLAY "----------------------------------------".

ASSESS-ACCOUNT-DORMANCY.
    MOVE 0 TO WS-DORM-LAST-ACT
    MOVE "D" TO WS-TXH-PURPOSE
    MOVE WS-STORED-ACCOUNT-ID TO WS-TXH-ONE-ACCOUNT
    MOVE WS-DORM-CUTOFF-DATE TO WS-TXH-FROM-DATE
    MOVE 99999999 TO WS-TXH-TO-DATE
    PERFORM BROWSE-HISTORY-RANGE
    IF WS-DORM-LAST-ACT = 0
        MOVE 0 TO WS-TXH-FROM-DATE
        COMPUTE WS-TXH-TO-DATE = WS-DORM-CUTOFF-DATE - 1
        PERFORM BROWSE-HISTORY-RANGE
    END-IF

    IF WS-DORM-LAST-ACT = 0
       AND WS-STORED-OPEN-DATE(1:8) IS NUMERIC
        MOVE FUNCTION NUMVAL(WS-STORED-OPEN-DATE(1:8))
    CLOSE TRANSACTION-DETAIL-FILE

    IF WS-INQUIRY-MONTH = SPACES
       OR WS-INQUIRY-MONTH IS NOT NUMERIC
        DISPLAY "ERR  | INQUIRY-MONTH manquant dans batch-parms.csv"
    ELSE
        MOVE "Y" TO WS-FIRST-DETAIL-ROW
        MOVE 0 TO WS-PREV-ACCOUNT-ID
        MOVE 0 TO WS-STATEMENT-ACCOUNT-COUNT

        DISPLAY "----------------------------------------"
        DISPLAY "   RELEVE D'ARCHIVE PAR COMPTE - " WS-INQUIRY-MONTH
        DISPLAY "----------------------------------------"

        MOVE "S" TO WS-TXH-PURPOSE
        MOVE WS-INQUIRY-ACCOUNT TO WS-TXH-ONE-ACCOUNT
        COMPUTE WS-TXH-FROM-DATE =
            FUNCTION NUMVAL(WS-INQUIRY-MONTH) * 100 + 1
        COMPUTE WS-TXH-TO-DATE =
            FUNCTION NUMVAL(WS-INQUIRY-MONTH) * 100 + 31
        PERFORM BROWSE-HISTORY-RANGE

        IF WS-FIRST-DETAIL-ROW = "N"
            PERFORM DISPLAY-STATEMENT-TRAILER
        ELSE
            DISPLAY "INFO | Aucun mouvement dans l'historique pour "
                    WS-INQUIRY-MONTH
        END-IF

        DISPLAY "Comptes sur le releve : " WS-STATEMENT-ACCOUNT-COUNT
        DISPLAY "----------------------------------------"
    END-IF.

TAXEXTRACT-RUN.
    IF WS-TAX-YEAR = 0
        COMPUTE WS-TAX-YEAR = FUNCTION NUMVAL(WS-RUN-DATE(1:4)) - 1
        DISPLAY "INFO | TAX-YEAR absent de batch-parms.csv - "
                "annee retenue : " WS-TAX-YEAR
    END-IF

    INITIALIZE WS-TAX-TABLE

    MOVE "T" TO WS-TXH-PURPOSE
    MOVE 0 TO WS-TXH-ONE-ACCOUNT
    COMPUTE WS-TXH-FROM-DATE = WS-TAX-YEAR * 10000 + 0101
    COMPUTE WS-TXH-TO-DATE = WS-TAX-YEAR * 10000 + 1231
    PERFORM BROWSE-HISTORY-RANGE
    PERFORM WRITE-TAX-EXTRACT

    DISPLAY "----------------------------------------"
    DISPLAY "Hash de controle    : " WS-TAX-HASH-TOTAL
    DISPLAY "----------------------------------------".

ACCUMULATE-TAX-INTEREST.
    IF WS-SCAN-TYPE = "interest"
       AND WS-SCAN-ACCOUNT IS NUMERIC
    ADD WS-TAX-CR(WS-TAX-ACCT-IDX) TO WS-TAX-HASH-TOTAL
    ADD WS-TAX-DR(WS-TAX-ACCT-IDX) TO WS-TAX-HASH-TOTAL.

SCREENING-RUN.
    PERFORM READ-SCREENING-RULES

    IF WS-SCR-RULE-COUNT = 0
        DISPLAY "ERR  | screening-rules.csv absent ou vide - "
                "aucun controle effectue"
    ELSE
        COMPUTE WS-SCR-REVIEW-FROM-INT =
            WS-RUN-DATE-INT - WS-SCREENING-DAYS + 1
        COMPUTE WS-SCR-LOAD-FROM-INT =
            WS-SCR-REVIEW-FROM-INT - WS-SCR-MAX-DAYS + 1
        MOVE 0 TO WS-SCR-TI-COUNT
        MOVE "N" TO WS-SCR-TI-FULL

        CLOSE TRANSACTION-DETAIL-FILE
        SORT SORT-WORK-FILE
            ON ASCENDING KEY SRT-ACCOUNT-ID SRT-DATE
                             SRT-RUN-ID SRT-LINE-SEQ
            INPUT PROCEDURE IS SCREENING-SORT-INPUT
            GIVING SORTED-TXN-FILE
        OPEN EXTEND TRANSACTION-DETAIL-FILE

        OPEN OUTPUT SCREENING-CASE-FILE
        PERFORM SCREEN-SORTED-HISTORY

        MOVE SPACES TO WS-SCR-LINE
        STRING "TRAILER"                 DELIMITED BY SIZE
               ","                       DELIMITED BY SIZE
               WS-SCR-ALERT-COUNT        DELIMITED BY SIZE
               ","                       DELIMITED BY SIZE
               WS-SCR-CASE-ACCOUNT-COUNT DELIMITED BY SIZE
               ","                       DELIMITED BY SIZE
               WS-SCR-ACCOUNT-COUNT      DELIMITED BY SIZE
               ","                       DELIMITED BY SIZE
               WS-SCR-LINES-READ         DELIMITED BY SIZE
            INTO WS-SCR-LINE
        END-STRING
        MOVE WS-SCR-LINE TO SCREENING-CASE-LINE
        WRITE SCREENING-CASE-LINE
        CLOSE SCREENING-CASE-FILE

        DISPLAY "----------------------------------------"
        DISPLAY "SURVEILLANCE DES OPERATIONS SUSPECTES"
        DISPLAY "----------------------------------------"
        DISPLAY "Periode revue (jours) : " WS-SCREENING-DAYS
        DISPLAY "Regles appliquees     : " WS-SCR-RULE-COUNT
        DISPLAY "Mouvements lus        : " WS-SCR-LINES-READ
        DISPLAY "Comptes examines      : " WS-SCR-ACCOUNT-COUNT
        DISPLAY "Alertes emises        : " WS-SCR-ALERT-COUNT
        DISPLAY "Comptes en alerte     : " WS-SCR-CASE-ACCOUNT-COUNT
        DISPLAY "----------------------------------------"
    END-IF.

READ-SCREENING-RULES.
    MOVE 0 TO WS-SCR-RULE-COUNT
    MOVE 1 TO WS-SCR-MAX-DAYS
    MOVE "N" TO WS-SCR-RULE-EOF-FLAG

    OPEN INPUT SCREENING-RULES-FILE
    IF WS-SCRR-FILE-STATUS = "00"
        PERFORM UNTIL WS-SCR-RULE-EOF-FLAG = "Y"
            READ SCREENING-RULES-FILE
                AT END
                    MOVE "Y" TO WS-SCR-RULE-EOF-FLAG
                NOT AT END
                    IF WS-SCR-RULE-COUNT < 20
                        PERFORM LOAD-SCREENING-RULE
                    ELSE
                        DISPLAY "AVERTISSEMENT | Table des regles de "
                                "surveillance saturee - ligne ignoree"
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SCREENING-RULES-FILE
    END-IF.

LOAD-SCREENING-RULE.
    MOVE SPACES TO WS-PARM-FIELD-1
    MOVE SPACES TO WS-PARM-FIELD-2
    MOVE SPACES TO WS-PARM-FIELD-3
    MOVE SPACES TO WS-PARM-FIELD-4
    MOVE SPACES TO WS-PARM-FIELD-5

    UNSTRING SCREENING-RULES-LINE
        DELIMITED BY ","
        INTO WS-PARM-FIELD-1
             WS-PARM-FIELD-2
             WS-PARM-FIELD-3
             WS-PARM-FIELD-4
             WS-PARM-FIELD-5
    END-UNSTRING

    MOVE "N" TO WS-SCR-RULE-OK
    IF FUNCTION TRIM(WS-PARM-FIELD-2) NOT = ""
        IF FUNCTION TRIM(WS-PARM-FIELD-1) = "WINDOW"
           OR FUNCTION TRIM(WS-PARM-FIELD-1) = "NEWACCT"
            IF FUNCTION TRIM(WS-PARM-FIELD-4) IS NUMERIC
               AND FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-4)) > 0
               AND FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(WS-PARM-FIELD-5)) = 0
                MOVE "Y" TO WS-SCR-RULE-OK
                ADD 1 TO WS-SCR-RULE-COUNT
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-4))
                    TO WS-SCR-R-DAYS(WS-SCR-RULE-COUNT)
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-5))
                    TO WS-SCR-R-AMOUNT(WS-SCR-RULE-COUNT)
                MOVE 0 TO WS-SCR-R-COUNT(WS-SCR-RULE-COUNT)
                MOVE FUNCTION TRIM(WS-PARM-FIELD-3)
                    TO WS-SCR-R-TYPE(WS-SCR-RULE-COUNT)
                IF FUNCTION TRIM(WS-PARM-FIELD-1) = "WINDOW"
                   AND WS-SCR-R-DAYS(WS-SCR-RULE-COUNT)
                       > WS-SCR-MAX-DAYS
                    MOVE WS-SCR-R-DAYS(WS-SCR-RULE-COUNT)
                        TO WS-SCR-MAX-DAYS
                END-IF
            END-IF
        ELSE
            IF FUNCTION TRIM(WS-PARM-FIELD-1) = "DAYCOUNT"
                IF FUNCTION TRIM(WS-PARM-FIELD-4) IS NUMERIC
                   AND FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PARM-FIELD-4)) > 0
                    MOVE "Y" TO WS-SCR-RULE-OK
                    ADD 1 TO WS-SCR-RULE-COUNT
                    MOVE 0 TO WS-SCR-R-DAYS(WS-SCR-RULE-COUNT)
                    MOVE 0 TO WS-SCR-R-AMOUNT(WS-SCR-RULE-COUNT)
                    MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-4))
                        TO WS-SCR-R-COUNT(WS-SCR-RULE-COUNT)
                    MOVE FUNCTION TRIM(WS-PARM-FIELD-3)
                        TO WS-SCR-R-TYPE(WS-SCR-RULE-COUNT)
                END-IF
            ELSE
                IF FUNCTION TRIM(WS-PARM-FIELD-1) = "ROUNDTRF"
                    IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-PARM-FIELD-3)) = 0
                       AND FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-PARM-FIELD-3)) > 0
                       AND FUNCTION TRIM(WS-PARM-FIELD-4) IS NUMERIC
                       AND FUNCTION NUMVAL(
                           FUNCTION TRIM(WS-PARM-FIELD-4)) > 0
                        MOVE "Y" TO WS-SCR-RULE-OK
                        ADD 1 TO WS-SCR-RULE-COUNT
                        MOVE 0 TO WS-SCR-R-DAYS(WS-SCR-RULE-COUNT)
                        MOVE FUNCTION NUMVAL(
                            FUNCTION TRIM(WS-PARM-FIELD-3))
                            TO WS-SCR-R-AMOUNT(WS-SCR-RULE-COUNT)
                        MOVE FUNCTION NUMVAL(
                            FUNCTION TRIM(WS-PARM-FIELD-4))
                            TO WS-SCR-R-COUNT(WS-SCR-RULE-COUNT)
                        MOVE "transfer-out"
                            TO WS-SCR-R-TYPE(WS-SCR-RULE-COUNT)
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF

    IF WS-SCR-RULE-OK = "Y"
        MOVE FUNCTION TRIM(WS-PARM-FIELD-1)
            TO WS-SCR-R-KIND(WS-SCR-RULE-COUNT)
        MOVE FUNCTION TRIM(WS-PARM-FIELD-2)
            TO WS-SCR-R-ID(WS-SCR-RULE-COUNT)
    ELSE
        DISPLAY "AVERTISSEMENT | Ligne screening-rules.csv ignoree : "
                FUNCTION TRIM(SCREENING-RULES-LINE)
    END-IF.

SCREENING-SORT-INPUT.
    COMPUTE WS-SCR-MONTH-SER =
        FUNCTION NUMVAL(WS-RUN-DATE(1:4)) * 12
        + FUNCTION NUMVAL(WS-RUN-DATE(5:2)) - 1 - 120

    MOVE 0 TO WS-DORM-ARCH-IDX
    PERFORM UNTIL WS-DORM-ARCH-IDX > 120
        COMPUTE WS-DORM-YEAR = WS-SCR-MONTH-SER / 12
        COMPUTE WS-DORM-MONTH = FUNCTION MOD(WS-SCR-MONTH-SER 12) + 1
        MOVE WS-DORM-YEAR TO WS-DORM-MONTH-YYYY
        MOVE WS-DORM-MONTH TO WS-DORM-MONTH-MM
        MOVE SPACES TO WS-ARCHIVE-FILE-NAME
        STRING "txn-archive-"        DELIMITED BY SIZE
               WS-DORM-MONTH-TXT     DELIMITED BY SIZE
               ".dat"                DELIMITED BY SIZE
            INTO WS-ARCHIVE-FILE-NAME
        END-STRING

        OPEN INPUT ARCHIVE-FILE
        IF WS-ARCHIVE-FILE-STATUS = "00"
            MOVE "N" TO WS-ARCH-EOF-FLAG
            PERFORM UNTIL WS-ARCH-EOF-FLAG = "Y"
                READ ARCHIVE-FILE
                    AT END
                        MOVE "Y" TO WS-ARCH-EOF-FLAG
                    NOT AT END
                        IF ARCHIVE-RECORD(1:8) NOT = "CONTROL,"
                            MOVE ARCHIVE-RECORD TO SORT-WORK-RECORD
                            PERFORM RELEASE-SCREENING-ROW
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ARCHIVE-FILE
        END-IF

        ADD 1 TO WS-SCR-MONTH-SER
        ADD 1 TO WS-DORM-ARCH-IDX
    END-PERFORM

    MOVE "N" TO WS-DORM-SCAN-EOF-FLAG
    OPEN INPUT TRANSACTION-DETAIL-FILE
    IF WS-TXN-DETAIL-FILE-STATUS = "00"
        PERFORM UNTIL WS-DORM-SCAN-EOF-FLAG = "Y"
            READ TRANSACTION-DETAIL-FILE
                AT END
                    MOVE "Y" TO WS-DORM-SCAN-EOF-FLAG
                NOT AT END
                    MOVE TXN-DETAIL-RECORD TO SORT-WORK-RECORD
                    PERFORM RELEASE-SCREENING-ROW
            END-READ
        END-PERFORM
        CLOSE TRANSACTION-DETAIL-FILE
    END-IF.

RELEASE-SCREENING-ROW.
    IF SRT-TYPE = "transfer-in"
       AND SRT-DATE(1:8) IS NUMERIC
        MOVE FUNCTION NUMVAL(SRT-DATE(1:8)) TO WS-SCR-ROW-DATE
        MOVE FUNCTION INTEGER-OF-DATE(WS-SCR-ROW-DATE)
            TO WS-SCR-ROW-INT
        IF WS-SCR-ROW-INT >= WS-SCR-LOAD-FROM-INT
            IF WS-SCR-TI-COUNT < 5000
                ADD 1 TO WS-SCR-TI-COUNT
                MOVE SRT-RUN-ID TO WS-SCR-TI-RUN-ID(WS-SCR-TI-COUNT)
                MOVE SRT-LINE-SEQ TO WS-SCR-TI-LINE(WS-SCR-TI-COUNT)
                MOVE SRT-ACCOUNT-ID
                    TO WS-SCR-TI-ACCOUNT(WS-SCR-TI-COUNT)
            ELSE
                IF WS-SCR-TI-FULL = "N"
                    MOVE "Y" TO WS-SCR-TI-FULL
                    DISPLAY "AVERTISSEMENT | Table des virements "
                            "recus saturee - contreparties partielles"
                END-IF
            END-IF
        END-IF
    END-IF

    RELEASE SORT-WORK-RECORD.

SCREEN-SORTED-HISTORY.
    MOVE 0 TO WS-SCR-CUR-ACCOUNT
    MOVE 0 TO WS-SCR-ENTRY-COUNT
    MOVE "N" TO WS-STMT-EOF-FLAG

    OPEN INPUT SORTED-TXN-FILE
    PERFORM UNTIL WS-STMT-EOF-FLAG = "Y"
        READ SORTED-TXN-FILE
            AT END
                MOVE "Y" TO WS-STMT-EOF-FLAG
            NOT AT END
                IF STX-ACCOUNT-ID IS NUMERIC
                   AND STX-DATE(1:8) IS NUMERIC
                    IF STX-ACCOUNT-ID > 0
                        IF STX-ACCOUNT-ID NOT = WS-SCR-CUR-ACCOUNT
                            IF WS-SCR-CUR-ACCOUNT > 0
                                PERFORM EVALUATE-SCREENING-ACCOUNT
                            END-IF
                            PERFORM START-SCREENING-ACCOUNT
                        END-IF
                        PERFORM COLLECT-SCREENING-ROW
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SORTED-TXN-FILE

    IF WS-SCR-CUR-ACCOUNT > 0
        PERFORM EVALUATE-SCREENING-ACCOUNT
    END-IF.

START-SCREENING-ACCOUNT.
    MOVE STX-ACCOUNT-ID TO WS-SCR-CUR-ACCOUNT
    MOVE 0 TO WS-SCR-ENTRY-COUNT
    MOVE 0 TO WS-SCR-LAST-ACT
    MOVE 0 TO WS-SCR-REACT-DATE
    MOVE "N" TO WS-SCR-OVERFLOW
    ADD 1 TO WS-SCR-ACCOUNT-COUNT.

COLLECT-SCREENING-ROW.
    ADD 1 TO WS-SCR-LINES-READ
    MOVE FUNCTION NUMVAL(STX-DATE(1:8)) TO WS-SCR-ROW-DATE

    IF STX-TYPE NOT = "interest"
       AND STX-TYPE NOT = "maintenance"
       AND STX-TYPE NOT = "reversal"
        IF WS-SCR-LAST-ACT > 0
            COMPUTE WS-SCR-PREV-SER =
                FUNCTION NUMVAL(WS-SCR-LAST-ACT(1:4)) * 12
                + FUNCTION NUMVAL(WS-SCR-LAST-ACT(5:2))
            COMPUTE WS-SCR-ROW-SER =
                FUNCTION NUMVAL(WS-SCR-ROW-DATE(1:4)) * 12
                + FUNCTION NUMVAL(WS-SCR-ROW-DATE(5:2))
            IF WS-SCR-ROW-SER > WS-SCR-PREV-SER + WS-DORMANCY-MONTHS
                MOVE WS-SCR-ROW-DATE TO WS-SCR-REACT-DATE
            END-IF
        END-IF
        MOVE WS-SCR-ROW-DATE TO WS-SCR-LAST-ACT
    END-IF

    IF WS-SCR-ROW-DATE <= WS-RUN-DATE-NUM
        MOVE FUNCTION INTEGER-OF-DATE(WS-SCR-ROW-DATE)
            TO WS-SCR-ROW-INT
        IF WS-SCR-ROW-INT >= WS-SCR-LOAD-FROM-INT
            IF WS-SCR-ENTRY-COUNT < 3000
                ADD 1 TO WS-SCR-ENTRY-COUNT
                MOVE WS-SCR-ROW-DATE
                    TO WS-SCR-E-DATE(WS-SCR-ENTRY-COUNT)
                MOVE WS-SCR-ROW-INT
                    TO WS-SCR-E-DATE-INT(WS-SCR-ENTRY-COUNT)
                MOVE STX-TYPE TO WS-SCR-E-TYPE(WS-SCR-ENTRY-COUNT)
                MOVE STX-AMOUNT TO WS-SCR-E-AMOUNT(WS-SCR-ENTRY-COUNT)
                MOVE STX-RUN-ID TO WS-SCR-E-RUN-ID(WS-SCR-ENTRY-COUNT)
                MOVE STX-LINE-SEQ TO WS-SCR-E-LINE(WS-SCR-ENTRY-COUNT)
                MOVE 0 TO WS-SCR-E-COUNTERPARTY(WS-SCR-ENTRY-COUNT)
                IF STX-TYPE = "transfer-out"
                    PERFORM FIND-SCREENING-COUNTERPARTY
                END-IF
            ELSE
                IF WS-SCR-OVERFLOW = "N"
                    MOVE "Y" TO WS-SCR-OVERFLOW
                    DISPLAY "AVERTISSEMENT | Compte "
                            WS-SCR-CUR-ACCOUNT
                            " - plus de 3000 mouvements sur la "
                            "periode, surplus non controle"
                END-IF
            END-IF
        END-IF
    END-IF.

FIND-SCREENING-COUNTERPARTY.
    MOVE 1 TO WS-SCR-TI-IDX
    PERFORM UNTIL WS-SCR-TI-IDX > WS-SCR-TI-COUNT
        IF WS-SCR-TI-RUN-ID(WS-SCR-TI-IDX) = STX-RUN-ID
           AND WS-SCR-TI-LINE(WS-SCR-TI-IDX) = STX-LINE-SEQ
            MOVE WS-SCR-TI-ACCOUNT(WS-SCR-TI-IDX)
                TO WS-SCR-E-COUNTERPARTY(WS-SCR-ENTRY-COUNT)
            MOVE WS-SCR-TI-COUNT TO WS-SCR-TI-IDX
        END-IF
        ADD 1 TO WS-SCR-TI-IDX
    END-PERFORM.

EVALUATE-SCREENING-ACCOUNT.
    MOVE "N" TO WS-SCR-ACCOUNT-ALERTED

    IF WS-SCR-ENTRY-COUNT > 0
        MOVE 0 TO WS-SCR-ANCHOR-DATE
        MOVE WS-SCR-CUR-ACCOUNT TO WS-LOOKUP-ACCOUNT-ID
        PERFORM READ-ACCOUNT
        IF WS-ACCOUNT-EXISTS = "Y"
           AND WS-STORED-OPEN-DATE(1:8) IS NUMERIC
            MOVE FUNCTION NUMVAL(WS-STORED-OPEN-DATE(1:8))
                TO WS-SCR-ANCHOR-DATE
        END-IF
        IF WS-SCR-REACT-DATE > WS-SCR-ANCHOR-DATE
            MOVE WS-SCR-REACT-DATE TO WS-SCR-ANCHOR-DATE
        END-IF

        MOVE 1 TO WS-SCR-RULE-IDX
        PERFORM UNTIL WS-SCR-RULE-IDX > WS-SCR-RULE-COUNT
            MOVE 1 TO WS-SCR-I
            PERFORM UNTIL WS-SCR-I > WS-SCR-ENTRY-COUNT
                MOVE "N" TO WS-SCR-E-HIT(WS-SCR-I)
                MOVE "N" TO WS-SCR-E-DONE(WS-SCR-I)
                ADD 1 TO WS-SCR-I
            END-PERFORM
            MOVE "N" TO WS-SCR-RULE-HIT

            IF WS-SCR-R-KIND(WS-SCR-RULE-IDX) = "WINDOW"
                PERFORM SCREEN-WINDOW-RULE
            ELSE
                IF WS-SCR-R-KIND(WS-SCR-RULE-IDX) = "DAYCOUNT"
                    PERFORM SCREEN-DAYCOUNT-RULE
                ELSE
                    IF WS-SCR-R-KIND(WS-SCR-RULE-IDX) = "NEWACCT"
                        PERFORM SCREEN-NEWACCT-RULE
                    ELSE
                        PERFORM SCREEN-ROUNDTRF-RULE
                    END-IF
                END-IF
            END-IF

            IF WS-SCR-RULE-HIT = "Y"
                PERFORM WRITE-SCREENING-CASE
            END-IF
            ADD 1 TO WS-SCR-RULE-IDX
        END-PERFORM

        IF WS-SCR-ACCOUNT-ALERTED = "Y"
            ADD 1 TO WS-SCR-CASE-ACCOUNT-COUNT
        END-IF
    END-IF.

CHECK-SCREENING-TYPE.
    MOVE "N" TO WS-SCR-TYPE-MATCH
    IF FUNCTION TRIM(WS-SCR-R-TYPE(WS-SCR-RULE-IDX)) = ""
       OR FUNCTION TRIM(WS-SCR-R-TYPE(WS-SCR-RULE-IDX)) = "*"
        IF WS-SCR-MATCH-TYPE NOT = "interest"
           AND WS-SCR-MATCH-TYPE NOT = "maintenance"
           AND WS-SCR-MATCH-TYPE NOT = "fee"
           AND WS-SCR-MATCH-TYPE NOT = "loan-int"
           AND WS-SCR-MATCH-TYPE NOT = "reversal"
            MOVE "Y" TO WS-SCR-TYPE-MATCH
        END-IF
    ELSE
        IF WS-SCR-MATCH-TYPE = WS-SCR-R-TYPE(WS-SCR-RULE-IDX)
            MOVE "Y" TO WS-SCR-TYPE-MATCH
        END-IF
    END-IF.

SCREEN-WINDOW-RULE.
    MOVE 1 TO WS-SCR-I
    PERFORM UNTIL WS-SCR-I > WS-SCR-ENTRY-COUNT
        MOVE WS-SCR-E-TYPE(WS-SCR-I) TO WS-SCR-MATCH-TYPE
        PERFORM CHECK-SCREENING-TYPE
        IF WS-SCR-TYPE-MATCH = "Y"
           AND WS-SCR-E-DATE-INT(WS-SCR-I) >= WS-SCR-REVIEW-FROM-INT
            COMPUTE WS-SCR-WIN-START-INT =
                WS-SCR-E-DATE-INT(WS-SCR-I)
                - WS-SCR-R-DAYS(WS-SCR-RULE-IDX) + 1
            MOVE 0 TO WS-SCR-SUM
            MOVE 1 TO WS-SCR-J
            PERFORM UNTIL WS-SCR-J > WS-SCR-ENTRY-COUNT
                MOVE WS-SCR-E-TYPE(WS-SCR-J) TO WS-SCR-MATCH-TYPE
                PERFORM CHECK-SCREENING-TYPE
                IF WS-SCR-TYPE-MATCH = "Y"
                   AND WS-SCR-E-DATE-INT(WS-SCR-J)
                       >= WS-SCR-WIN-START-INT
                   AND WS-SCR-E-DATE-INT(WS-SCR-J)
                       <= WS-SCR-E-DATE-INT(WS-SCR-I)
                    ADD WS-SCR-E-AMOUNT(WS-SCR-J) TO WS-SCR-SUM
                END-IF
                ADD 1 TO WS-SCR-J
            END-PERFORM

            IF WS-SCR-SUM >= WS-SCR-R-AMOUNT(WS-SCR-RULE-IDX)
                MOVE "Y" TO WS-SCR-RULE-HIT
                MOVE 1 TO WS-SCR-J
                PERFORM UNTIL WS-SCR-J > WS-SCR-ENTRY-COUNT
                    MOVE WS-SCR-E-TYPE(WS-SCR-J) TO WS-SCR-MATCH-TYPE
                    PERFORM CHECK-SCREENING-TYPE
                    IF WS-SCR-TYPE-MATCH = "Y"
                       AND WS-SCR-E-DATE-INT(WS-SCR-J)
                           >= WS-SCR-WIN-START-INT
                       AND WS-SCR-E-DATE-INT(WS-SCR-J)
                           <= WS-SCR-E-DATE-INT(WS-SCR-I)
                        MOVE "Y" TO WS-SCR-E-HIT(WS-SCR-J)
                    END-IF
                    ADD 1 TO WS-SCR-J
                END-PERFORM
            END-IF
        END-IF
        ADD 1 TO WS-SCR-I
    END-PERFORM.

SCREEN-DAYCOUNT-RULE.
    MOVE 1 TO WS-SCR-I
    PERFORM UNTIL WS-SCR-I > WS-SCR-ENTRY-COUNT
        MOVE WS-SCR-E-TYPE(WS-SCR-I) TO WS-SCR-MATCH-TYPE
        PERFORM CHECK-SCREENING-TYPE
        IF WS-SCR-TYPE-MATCH = "Y"
           AND WS-SCR-E-DONE(WS-SCR-I) = "N"
           AND WS-SCR-E-DATE-INT(WS-SCR-I) >= WS-SCR-REVIEW-FROM-INT
            MOVE 0 TO WS-SCR-DAY-COUNT
            MOVE 1 TO WS-SCR-J
            PERFORM UNTIL WS-SCR-J > WS-SCR-ENTRY-COUNT
                MOVE WS-SCR-E-TYPE(WS-SCR-J) TO WS-SCR-MATCH-TYPE
                PERFORM CHECK-SCREENING-TYPE
                IF WS-SCR-TYPE-MATCH = "Y"
                   AND WS-SCR-E-DATE(WS-SCR-J) = WS-SCR-E-DATE(WS-SCR-I)
                    ADD 1 TO WS-SCR-DAY-COUNT
                    MOVE "Y" TO WS-SCR-E-DONE(WS-SCR-J)
                END-IF
                ADD 1 TO WS-SCR-J
            END-PERFORM

            IF WS-SCR-DAY-COUNT > WS-SCR-R-COUNT(WS-SCR-RULE-IDX)
                MOVE "Y" TO WS-SCR-RULE-HIT
                MOVE 1 TO WS-SCR-J
                PERFORM UNTIL WS-SCR-J > WS-SCR-ENTRY-COUNT
                    MOVE WS-SCR-E-TYPE(WS-SCR-J) TO WS-SCR-MATCH-TYPE
                    PERFORM CHECK-SCREENING-TYPE
                    IF WS-SCR-TYPE-MATCH = "Y"
                       AND WS-SCR-E-DATE(WS-SCR-J)
                           = WS-SCR-E-DATE(WS-SCR-I)
                        MOVE "Y" TO WS-SCR-E-HIT(WS-SCR-J)
                    END-IF
                    ADD 1 TO WS-SCR-J
                END-PERFORM
            END-IF
        END-IF
        ADD 1 TO WS-SCR-I
    END-PERFORM.

SCREEN-NEWACCT-RULE.
    IF WS-SCR-ANCHOR-DATE > 0
        MOVE FUNCTION INTEGER-OF-DATE(WS-SCR-ANCHOR-DATE)
            TO WS-SCR-ANCHOR-INT
        MOVE 1 TO WS-SCR-I
        PERFORM UNTIL WS-SCR-I > WS-SCR-ENTRY-COUNT
            MOVE WS-SCR-E-TYPE(WS-SCR-I) TO WS-SCR-MATCH-TYPE
            PERFORM CHECK-SCREENING-TYPE
            IF WS-SCR-TYPE-MATCH = "Y"
               AND WS-SCR-ANCHOR-INT > 0
               AND WS-SCR-E-DATE-INT(WS-SCR-I) >= WS-SCR-REVIEW-FROM-INT
               AND WS-SCR-E-DATE-INT(WS-SCR-I) >= WS-SCR-ANCHOR-INT
               AND WS-SCR-E-DATE-INT(WS-SCR-I) - WS-SCR-ANCHOR-INT
                   <= WS-SCR-R-DAYS(WS-SCR-RULE-IDX)
               AND WS-SCR-E-AMOUNT(WS-SCR-I)
                   >= WS-SCR-R-AMOUNT(WS-SCR-RULE-IDX)
                MOVE "Y" TO WS-SCR-E-HIT(WS-SCR-I)
                MOVE "Y" TO WS-SCR-RULE-HIT
            END-IF
            ADD 1 TO WS-SCR-I
        END-PERFORM
    END-IF.

SCREEN-ROUNDTRF-RULE.
    MOVE 1 TO WS-SCR-I
    PERFORM UNTIL WS-SCR-I > WS-SCR-ENTRY-COUNT
        MOVE WS-SCR-I TO WS-SCR-J
        PERFORM CHECK-ROUND-TRANSFER
        IF WS-SCR-ROUND-OK = "Y"
           AND WS-SCR-E-DONE(WS-SCR-I) = "N"
            MOVE WS-SCR-E-COUNTERPARTY(WS-SCR-I) TO WS-SCR-PAIR-ACCOUNT
            MOVE 0 TO WS-SCR-DAY-COUNT
            MOVE 1 TO WS-SCR-J
            PERFORM UNTIL WS-SCR-J > WS-SCR-ENTRY-COUNT
                PERFORM CHECK-ROUND-TRANSFER
                IF WS-SCR-ROUND-OK = "Y"
                   AND WS-SCR-E-COUNTERPARTY(WS-SCR-J)
                       = WS-SCR-PAIR-ACCOUNT
                    ADD 1 TO WS-SCR-DAY-COUNT
                    MOVE "Y" TO WS-SCR-E-DONE(WS-SCR-J)
                END-IF
                ADD 1 TO WS-SCR-J
            END-PERFORM

            IF WS-SCR-DAY-COUNT >= WS-SCR-R-COUNT(WS-SCR-RULE-IDX)
                MOVE "Y" TO WS-SCR-RULE-HIT
                MOVE 1 TO WS-SCR-J
                PERFORM UNTIL WS-SCR-J > WS-SCR-ENTRY-COUNT
                    PERFORM CHECK-ROUND-TRANSFER
                    IF WS-SCR-ROUND-OK = "Y"
                       AND WS-SCR-E-COUNTERPARTY(WS-SCR-J)
                           = WS-SCR-PAIR-ACCOUNT
                        MOVE "Y" TO WS-SCR-E-HIT(WS-SCR-J)
                    END-IF
                    ADD 1 TO WS-SCR-J
                END-PERFORM
            END-IF
        END-IF
        ADD 1 TO WS-SCR-I
    END-PERFORM.

CHECK-ROUND-TRANSFER.
    MOVE "N" TO WS-SCR-ROUND-OK
    IF WS-SCR-E-TYPE(WS-SCR-J) = "transfer-out"
       AND WS-SCR-E-COUNTERPARTY(WS-SCR-J) > 0
       AND WS-SCR-E-AMOUNT(WS-SCR-J) > 0
       AND WS-SCR-E-DATE-INT(WS-SCR-J) >= WS-SCR-REVIEW-FROM-INT
        COMPUTE WS-SCR-ROUND-UNITS =
            WS-SCR-E-AMOUNT(WS-SCR-J) / WS-SCR-R-AMOUNT(WS-SCR-RULE-IDX)
        COMPUTE WS-SCR-ROUND-CHECK =
            WS-SCR-ROUND-UNITS * WS-SCR-R-AMOUNT(WS-SCR-RULE-IDX)
        IF WS-SCR-ROUND-CHECK = WS-SCR-E-AMOUNT(WS-SCR-J)
            MOVE "Y" TO WS-SCR-ROUND-OK
        END-IF
    END-IF.

WRITE-SCREENING-CASE.
    ADD 1 TO WS-SCR-ALERT-COUNT
    MOVE "Y" TO WS-SCR-ACCOUNT-ALERTED
    MOVE 0 TO WS-SCR-HIT-COUNT
    MOVE 0 TO WS-SCR-HIT-TOTAL
    MOVE 0 TO WS-SCR-FIRST-DATE
    MOVE 0 TO WS-SCR-LAST-DATE

    MOVE 1 TO WS-SCR-J
    PERFORM UNTIL WS-SCR-J > WS-SCR-ENTRY-COUNT
        IF WS-SCR-E-HIT(WS-SCR-J) = "Y"
            ADD 1 TO WS-SCR-HIT-COUNT
            ADD WS-SCR-E-AMOUNT(WS-SCR-J) TO WS-SCR-HIT-TOTAL
            IF WS-SCR-FIRST-DATE = 0
               OR WS-SCR-E-DATE(WS-SCR-J) < WS-SCR-FIRST-DATE
                MOVE WS-SCR-E-DATE(WS-SCR-J) TO WS-SCR-FIRST-DATE
            END-IF
            IF WS-SCR-E-DATE(WS-SCR-J) > WS-SCR-LAST-DATE
                MOVE WS-SCR-E-DATE(WS-SCR-J) TO WS-SCR-LAST-DATE
            END-IF
        END-IF
        ADD 1 TO WS-SCR-J
    END-PERFORM

    MOVE SPACES TO WS-SCR-LINE
    STRING "ALERT"                   DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-SCR-ALERT-COUNT        DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-SCR-CUR-ACCOUNT        DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-SCR-R-ID(WS-SCR-RULE-IDX))
                                     DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-SCR-R-KIND(WS-SCR-RULE-IDX))
                                     DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-SCR-HIT-COUNT          DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-SCR-HIT-TOTAL          DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-SCR-FIRST-DATE         DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-SCR-LAST-DATE          DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-SCR-ANCHOR-DATE        DELIMITED BY SIZE
        INTO WS-SCR-LINE
    END-STRING
    MOVE WS-SCR-LINE TO SCREENING-CASE-LINE
    WRITE SCREENING-CASE-LINE

    MOVE 1 TO WS-SCR-J
    PERFORM UNTIL WS-SCR-J > WS-SCR-ENTRY-COUNT
        IF WS-SCR-E-HIT(WS-SCR-J) = "Y"
            MOVE SPACES TO WS-SCR-LINE
            STRING "LINE"                    DELIMITED BY SIZE
                   ","                       DELIMITED BY SIZE
                   WS-SCR-ALERT-COUNT        DELIMITED BY SIZE
                   ","                       DELIMITED BY SIZE
                   WS-SCR-CUR-ACCOUNT        DELIMITED BY SIZE
                   ","                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCR-E-RUN-ID(WS-SCR-J))
                                             DELIMITED BY SIZE
                   ","                       DELIMITED BY SIZE
                   WS-SCR-E-LINE(WS-SCR-J)   DELIMITED BY SIZE
                   ","                       DELIMITED BY SIZE
                   WS-SCR-E-DATE(WS-SCR-J)   DELIMITED BY SIZE
                   ","                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCR-E-TYPE(WS-SCR-J))
                                             DELIMITED BY SIZE
                   ","                       DELIMITED BY SIZE
                   WS-SCR-E-AMOUNT(WS-SCR-J) DELIMITED BY SIZE
                   ","                       DELIMITED BY SIZE
                   WS-SCR-E-COUNTERPARTY(WS-SCR-J)
                                             DELIMITED BY SIZE
                INTO WS-SCR-LINE
            END-STRING
            MOVE WS-SCR-LINE TO SCREENING-CASE-LINE
            WRITE SCREENING-CASE-LINE
        END-IF
        ADD 1 TO WS-SCR-J
    END-PERFORM

    DISPLAY "ALERTE | Compte " WS-SCR-CUR-ACCOUNT
            " | Regle " FUNCTION TRIM(WS-SCR-R-ID(WS-SCR-RULE-IDX))
            " (" FUNCTION TRIM(WS-SCR-R-KIND(WS-SCR-RULE-IDX)) ")"
            " | " WS-SCR-HIT-COUNT " ligne(s) | " WS-SCR-HIT-TOTAL.

POSITION-RUN.
    CLOSE TRANSACTION-DETAIL-FILE

    SORT SORT-WORK-FILE
        ON ASCENDING KEY SRT-DATE SRT-BRANCH SRT-LINE-SEQ
        USING TRANSACTION-DETAIL-FILE
        GIVING SORTED-TXN-FILE

    OPEN INPUT SORTED-TXN-FILE
    OPEN OUTPUT POSITION-REPORT-FILE

    MOVE "Y" TO WS-POS-FIRST-ROW
    MOVE "N" TO WS-POS-EOF-FLAG

    PERFORM UNTIL WS-POS-EOF-FLAG = "Y"
        READ SORTED-TXN-FILE
            AT END
                MOVE "Y" TO WS-POS-EOF-FLAG
            NOT AT END
                PERFORM ACCUMULATE-POSITION-ROW
        END-READ
    END-PERFORM

    IF WS-POS-FIRST-ROW = "N"
        PERFORM WRITE-POSITION-GROUP
    END-IF

    PERFORM WRITE-POSITION-TRAILER

    CLOSE SORTED-TXN-FILE
    CLOSE POSITION-REPORT-FILE

    DISPLAY "----------------------------------------"
    DISPLAY "POSITION DE TRESORERIE PAR DATE/AGENCE"
    DISPLAY "----------------------------------------"
    DISPLAY "Groupes date/agence : " WS-POS-GROUP-COUNT
    DISPLAY "Mouvement net total : " WS-POS-G-NET
    DISPLAY "----------------------------------------".

ACCUMULATE-POSITION-ROW.
    IF WS-POS-FIRST-ROW = "Y"
        MOVE "N" TO WS-POS-FIRST-ROW
        MOVE STX-DATE(1:8) TO WS-POS-CUR-DATE
        MOVE STX-BRANCH TO WS-POS-CUR-BRANCH
    ELSE
        IF STX-DATE(1:8) NOT = WS-POS-CUR-DATE
           OR STX-BRANCH NOT = WS-POS-CUR-BRANCH
            PERFORM WRITE-POSITION-GROUP
            MOVE STX-DATE(1:8) TO WS-POS-CUR-DATE
            MOVE STX-BRANCH TO WS-POS-CUR-BRANCH
        END-IF
    END-IF

    IF STX-TYPE = "deposit"
        ADD 1 TO WS-POS-DEP-COUNT
        ADD STX-AMOUNT TO WS-POS-DEP-TOTAL
    ELSE
        IF STX-TYPE = "withdraw"
            ADD 1 TO WS-POS-WD-COUNT
            ADD STX-AMOUNT TO WS-POS-WD-TOTAL
        ELSE
            IF STX-TYPE = "transfer-out"
                ADD 1 TO WS-POS-TRF-COUNT
                ADD STX-AMOUNT TO WS-POS-TRF-TOTAL
            ELSE
                IF STX-TYPE = "transfer-in"
                    ADD STX-AMOUNT TO WS-POS-TRFIN-TOTAL
                ELSE
                    IF STX-TYPE = "fee"
                       OR STX-TYPE = "maintenance"
                        ADD STX-AMOUNT TO WS-POS-FEE-TOTAL
                    ELSE
                        IF STX-TYPE = "interest"
                            ADD STX-AMOUNT TO WS-POS-INT-TOTAL
                        ELSE
                            IF STX-TYPE = "reversal"
                                ADD STX-AMOUNT TO WS-POS-REV-TOTAL
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

WRITE-POSITION-GROUP.
    COMPUTE WS-POS-NET =
        WS-POS-DEP-TOTAL + WS-POS-TRFIN-TOTAL
        + WS-POS-INT-TOTAL + WS-POS-REV-TOTAL
        - WS-POS-WD-TOTAL - WS-POS-TRF-TOTAL
        - WS-POS-FEE-TOTAL

    MOVE SPACES TO WS-POS-LINE
    STRING WS-POS-CUR-DATE           DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-POS-CUR-BRANCH         DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-POS-DEP-COUNT          DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-POS-DEP-TOTAL          DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
    MOVE WS-POS-LINE TO POSITION-REPORT-LINE
    WRITE POSITION-REPORT-LINE.

COLLECT-LOAN-INSTALMENTS.
    MOVE SPACES TO WS-ORIG-RUN-ID
    MOVE 0 TO WS-ORIG-LINE
    MOVE SPACES TO WS-MAKER-ID
    MOVE SPACES TO WS-CHECKER-ID

    MOVE "N" TO WS-LOAN-EOF-FLAG
    MOVE 0 TO LOAN-ACCOUNT-ID
    START LOAN-MASTER KEY IS NOT LESS THAN LOAN-ACCOUNT-ID
        INVALID KEY
            MOVE "Y" TO WS-LOAN-EOF-FLAG
    END-START

    PERFORM UNTIL WS-LOAN-EOF-FLAG = "Y"
        READ LOAN-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO WS-LOAN-EOF-FLAG
            NOT AT END
                PERFORM COLLECT-ONE-LOAN
        END-READ
    END-PERFORM

    IF WS-LOAN-COLLECT-COUNT > 0 OR WS-LOAN-ARREARS-COUNT > 0
        DISPLAY "----------------------------------------"
        DISPLAY "ENCAISSEMENT DES ECHEANCES DE PRETS"
        DISPLAY "----------------------------------------"
        DISPLAY "Echeances encaissees : " WS-LOAN-COLLECT-COUNT
        DISPLAY "Total encaisse       : " WS-TOTAL-LOAN-REPAY
        DISPLAY "Dont interets        : " WS-TOTAL-LOAN-INT
        DISPLAY "Prets en retard      : " WS-LOAN-ARREARS-COUNT
        DISPLAY "Nouveaux impayes     : " WS-TOTAL-LOAN-ARREARS
        DISPLAY "----------------------------------------"
    END-IF.

COLLECT-ONE-LOAN.
    IF LOAN-STATUS NOT = "S"
        MOVE LOAN-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
        PERFORM READ-ACCOUNT

        IF WS-ACCOUNT-EXISTS = "Y"
           AND WS-LOOKUP-STATUS = "O"
            MOVE LOAN-ARREARS-AMOUNT TO WS-LOAN-PRIOR-ARREARS
            MOVE 0 TO WS-LOAN-NEW-DUE
            MOVE LOAN-START-DATE TO WS-LOAN-DATE-NUM
            MOVE WS-LOAN-DATE-DD TO WS-LOAN-ANCHOR-DAY

            PERFORM UNTIL LOAN-DUE-COUNT >= LOAN-TERM
                       OR LOAN-NEXT-DUE-DATE > WS-RUN-DATE-NUM
                PERFORM CHARGE-LOAN-INSTALMENT
            END-PERFORM

            IF LOAN-ARREARS-AMOUNT > 0
                PERFORM COLLECT-LOAN-ARREARS
            END-IF

            IF LOAN-DUE-COUNT >= LOAN-TERM
               AND LOAN-ARREARS-AMOUNT = 0
                MOVE "S" TO LOAN-STATUS
                DISPLAY "INFO | Pret rembourse integralement : "
                        LOAN-ACCOUNT-ID
            END-IF

            REWRITE LOAN-MASTER-RECORD
            IF WS-LOAN-FILE-STATUS NOT = "00"
                IF WS-RUN-FAILED = "N"
                    DISPLAY "ECHEC | Ecriture loan-master.dat en "
                            "erreur : " WS-LOAN-FILE-STATUS
                END-IF
                MOVE "Y" TO WS-RUN-FAILED
            END-IF
        END-IF
    END-IF.

CHARGE-LOAN-INSTALMENT.
    ADD 1 TO WS-LINE-COUNT
    ADD 1 TO LOAN-DUE-COUNT

    COMPUTE WS-LOAN-INTEREST ROUNDED =
        LOAN-OUTSTANDING * LOAN-RATE / 1200

    IF LOAN-DUE-COUNT >= LOAN-TERM
        MOVE LOAN-OUTSTANDING TO WS-LOAN-PRINCIPAL-PART
    ELSE
        IF LOAN-INSTALMENT > WS-LOAN-INTEREST
            COMPUTE WS-LOAN-PRINCIPAL-PART =
                LOAN-INSTALMENT - WS-LOAN-INTEREST
        ELSE
            MOVE 0 TO WS-LOAN-PRINCIPAL-PART
        END-IF
        IF WS-LOAN-PRINCIPAL-PART > LOAN-OUTSTANDING
            MOVE LOAN-OUTSTANDING TO WS-LOAN-PRINCIPAL-PART
        END-IF
    END-IF

    SUBTRACT WS-LOAN-PRINCIPAL-PART FROM LOAN-OUTSTANDING
    COMPUTE WS-LOAN-DUE-AMOUNT =
        WS-LOAN-INTEREST + WS-LOAN-PRINCIPAL-PART
    ADD WS-LOAN-DUE-AMOUNT TO LOAN-ARREARS-AMOUNT
    ADD WS-LOAN-DUE-AMOUNT TO WS-LOAN-NEW-DUE
    ADD 1 TO LOAN-ARREARS-COUNT
    IF LOAN-OLDEST-DUE-DATE = 0
        MOVE LOAN-NEXT-DUE-DATE TO LOAN-OLDEST-DUE-DATE
    END-IF

    IF WS-LOAN-INTEREST > 0
        MOVE WS-STORED-BALANCE TO WS-JRN-BEFORE-BALANCE
        SUBTRACT WS-LOAN-INTEREST FROM WS-STORED-BALANCE
        REWRITE ACCOUNT-MASTER-RECORD
        MOVE "loan-int" TO WS-JRN-TXN-TYPE
        PERFORM RECORD-JOURNAL-ENTRY
        ADD WS-LOAN-INTEREST TO WS-TOTAL-LOAN-INT

        MOVE LOAN-BRANCH TO WS-BRANCH-CODE
        MOVE LOAN-ACCOUNT-ID TO WS-ACCOUNT-ID
        MOVE WS-RUN-DATE TO WS-TXN-DATE
        MOVE "loan-int" TO WS-TYPE
        MOVE WS-LOAN-INTEREST TO WS-AMOUNT
        MOVE WS-STORED-BALANCE TO WS-CURRENT-BALANCE
        PERFORM RECORD-TXN-DETAIL
    END-IF

    IF LOAN-DUE-COUNT >= LOAN-TERM
        MOVE 0 TO LOAN-NEXT-DUE-DATE
    ELSE
        MOVE LOAN-NEXT-DUE-DATE TO WS-LOAN-DATE-NUM
        PERFORM ADVANCE-LOAN-DUE-DATE
        MOVE WS-LOAN-DATE-NUM TO LOAN-NEXT-DUE-DATE
    END-IF.

COLLECT-LOAN-ARREARS.
    MOVE LOAN-REPAY-ACCOUNT TO WS-ACCOUNT-ID
    MOVE LOAN-BRANCH TO WS-BRANCH-CODE
    MOVE WS-RUN-DATE TO WS-TXN-DATE
    MOVE "loan-pmt" TO WS-TYPE
    MOVE LOAN-ARREARS-AMOUNT TO WS-AMOUNT
    MOVE 0 TO WS-FEE-AMOUNT
    MOVE "Y" TO WS-IS-VALID
    MOVE SPACES TO WS-ERROR-MESSAGE

    MOVE LOAN-REPAY-ACCOUNT TO WS-LOOKUP-ACCOUNT-ID
    PERFORM READ-ACCOUNT
    PERFORM CHECK-ACCOUNT-POSTABLE

    IF WS-IS-VALID = "Y"
        MOVE WS-LOOKUP-BALANCE TO WS-CURRENT-BALANCE
        PERFORM CHECK-AVAILABLE-BALANCE
    END-IF

    IF WS-IS-VALID = "Y"
        SUBTRACT WS-AMOUNT FROM WS-CURRENT-BALANCE
        MOVE WS-CURRENT-BALANCE TO WS-STORED-BALANCE
        REWRITE ACCOUNT-MASTER-RECORD
        MOVE WS-LOOKUP-BALANCE TO WS-JRN-BEFORE-BALANCE
        MOVE "loan-pmt" TO WS-JRN-TXN-TYPE
        PERFORM RECORD-JOURNAL-ENTRY
        PERFORM RECORD-TXN-DETAIL

        MOVE LOAN-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
        PERFORM READ-ACCOUNT
        MOVE WS-LOOKUP-BALANCE TO WS-CURRENT-BALANCE
        ADD WS-AMOUNT TO WS-CURRENT-BALANCE
        MOVE WS-CURRENT-BALANCE TO WS-STORED-BALANCE
        REWRITE ACCOUNT-MASTER-RECORD
        MOVE WS-LOOKUP-BALANCE TO WS-JRN-BEFORE-BALANCE
        MOVE "loan-repay" TO WS-JRN-TXN-TYPE
        PERFORM RECORD-JOURNAL-ENTRY

        MOVE LOAN-ACCOUNT-ID TO WS-ACCOUNT-ID
        MOVE "loan-repay" TO WS-TYPE
        PERFORM RECORD-TXN-DETAIL

        ADD 1 TO WS-LOAN-COLLECT-COUNT
        ADD WS-AMOUNT TO WS-TOTAL-LOAN-REPAY
        IF WS-LOAN-PRIOR-ARREARS > 0
            ADD WS-LOAN-PRIOR-ARREARS TO WS-TOTAL-LOAN-CURE
            DISPLAY "INFO | Impayes regularises pret " LOAN-ACCOUNT-ID
                    " : " WS-LOAN-PRIOR-ARREARS
        END-IF

        MOVE 0 TO LOAN-ARREARS-AMOUNT
        MOVE 0 TO LOAN-ARREARS-COUNT
        MOVE 0 TO LOAN-OLDEST-DUE-DATE
        MOVE "A" TO LOAN-STATUS
    ELSE
        IF WS-LOAN-NEW-DUE > 0
            ADD WS-LOAN-NEW-DUE TO WS-TOTAL-LOAN-ARREARS
            ADD 1 TO WS-LOAN-ARREARS-COUNT
        END-IF
        MOVE "R" TO LOAN-STATUS
        PERFORM RECORD-LOAN-ARREARS-EXCEPTION
        DISPLAY "AVERTISSEMENT | Pret " LOAN-ACCOUNT-ID
                " en retard | Impaye " LOAN-ARREARS-AMOUNT
                " | " FUNCTION TRIM(WS-ERROR-MESSAGE)
    END-IF.

RECORD-LOAN-ARREARS-EXCEPTION.
    MOVE SPACES TO WS-EXCEPTION-LINE
    STRING "PRET EN RETARD"           DELIMITED BY SIZE
           ","                        DELIMITED BY SIZE
           LOAN-ACCOUNT-ID            DELIMITED BY SIZE
           ","                        DELIMITED BY SIZE
           LOAN-REPAY-ACCOUNT         DELIMITED BY SIZE
           ","                        DELIMITED BY SIZE
           LOAN-ARREARS-AMOUNT        DELIMITED BY SIZE
           ","                        DELIMITED BY SIZE
           LOAN-ARREARS-COUNT         DELIMITED BY SIZE
           ","                        DELIMITED BY SIZE
           LOAN-OLDEST-DUE-DATE       DELIMITED BY SIZE
        INTO WS-EXCEPTION-LINE
    END-STRING

    MOVE WS-EXCEPTION-LINE TO EXCEPTIONS-LINE
    WRITE EXCEPTIONS-LINE.

WRITE-ARREARS-REPORT.
    OPEN OUTPUT ARREARS-REPORT-FILE
    MOVE 0 TO WS-ARR-LOAN-COUNT
    MOVE 0 TO WS-ARR-OVERDUE-COUNT
    MOVE 0 TO WS-ARR-TOTAL-OVERDUE
    MOVE 0 TO WS-ARR-TOTAL-OUTSTANDING

    MOVE "N" TO WS-LOAN-EOF-FLAG
    MOVE 0 TO LOAN-ACCOUNT-ID
    START LOAN-MASTER KEY IS NOT LESS THAN LOAN-ACCOUNT-ID
        INVALID KEY
            MOVE "Y" TO WS-LOAN-EOF-FLAG
    END-START

    PERFORM UNTIL WS-LOAN-EOF-FLAG = "Y"
        READ LOAN-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO WS-LOAN-EOF-FLAG
            NOT AT END
                IF LOAN-STATUS NOT = "S"
                    PERFORM WRITE-ONE-ARREARS-ROW
                END-IF
        END-READ
    END-PERFORM

    MOVE SPACES TO WS-LOAN-LINE
    STRING "TRAILER"                 DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-RUN-DATE               DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-ARR-LOAN-COUNT         DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-ARR-OVERDUE-COUNT      DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-ARR-TOTAL-OVERDUE      DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-ARR-TOTAL-OUTSTANDING  DELIMITED BY SIZE
        INTO WS-LOAN-LINE
    END-STRING
    MOVE WS-LOAN-LINE TO ARREARS-REPORT-LINE
    WRITE ARREARS-REPORT-LINE

    CLOSE ARREARS-REPORT-FILE

    DISPLAY "----------------------------------------"
    DISPLAY "RAPPORT DES IMPAYES DE PRETS"
    DISPLAY "----------------------------------------"
    DISPLAY "Prets en cours      : " WS-ARR-LOAN-COUNT
    DISPLAY "Prets en retard     : " WS-ARR-OVERDUE-COUNT
    DISPLAY "Total impaye        : " WS-ARR-TOTAL-OVERDUE
    DISPLAY "Encours total       : " WS-ARR-TOTAL-OUTSTANDING
    DISPLAY "----------------------------------------".

WRITE-ONE-ARREARS-ROW.
    ADD 1 TO WS-ARR-LOAN-COUNT
    ADD LOAN-OUTSTANDING TO WS-ARR-TOTAL-OUTSTANDING

    MOVE 0 TO WS-LOAN-DAYS-PAST-DUE
    IF LOAN-ARREARS-AMOUNT > 0
        ADD 1 TO WS-ARR-OVERDUE-COUNT
        ADD LOAN-ARREARS-AMOUNT TO WS-ARR-TOTAL-OVERDUE
        IF LOAN-OLDEST-DUE-DATE > 0
           AND LOAN-OLDEST-DUE-DATE < WS-RUN-DATE-NUM
            COMPUTE WS-LOAN-DAYS-PAST-DUE =
                WS-RUN-DATE-INT
                - FUNCTION INTEGER-OF-DATE(LOAN-OLDEST-DUE-DATE)
        END-IF
    END-IF

    MOVE SPACES TO WS-LOAN-LINE
    STRING LOAN-ACCOUNT-ID           DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           LOAN-REPAY-ACCOUNT        DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           LOAN-STATUS               DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           LOAN-OUTSTANDING          DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           LOAN-ARREARS-AMOUNT       DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           LOAN-ARREARS-COUNT        DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           LOAN-OLDEST-DUE-DATE      DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-LOAN-DAYS-PAST-DUE     DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           LOAN-NEXT-DUE-DATE        DELIMITED BY SIZE
        INTO WS-LOAN-LINE
    END-STRING
    MOVE WS-LOAN-LINE TO ARREARS-REPORT-LINE
    WRITE ARREARS-REPORT-LINE.

PROCESS-LINE.
    MOVE "Y" TO WS-IS-VALID
    MOVE "N" TO WS-LINE-WAREHOUSED
    MOVE "N" TO WS-LINE-QUEUED
    MOVE SPACES TO WS-ERROR-MESSAGE

    MOVE SPACES TO WS-BRANCH-TEXT
    MOVE 0 TO WS-BRANCH-CODE
    MOVE SPACES TO WS-ACCOUNT-ID-TEXT
    MOVE SPACES TO WS-AMOUNT-TEXT
    MOVE SPACES TO WS-TYPE
    MOVE SPACES TO WS-DATE-TEXT
    MOVE SPACES TO WS-TO-ACCOUNT-ID-TEXT
    MOVE SPACES TO WS-CUSTOMER-NAME-TEXT
    MOVE SPACES TO WS-OPTION-TEXT
    MOVE SPACES TO WS-OPTION2-TEXT
    MOVE SPACES TO WS-OPTION3-TEXT
    MOVE SPACES TO WS-OPERATOR-TEXT
    MOVE 0 TO WS-ACCOUNT-ID
    MOVE 0 TO WS-AMOUNT
    MOVE SPACES TO WS-TXN-DATE
    MOVE 0 TO WS-TO-ACCOUNT-ID
    MOVE SPACES TO WS-ORIG-RUN-TEXT
    MOVE SPACES TO WS-ORIG-LINE-TEXT
    MOVE SPACES TO WS-RETRY-TEXT
    MOVE SPACES TO WS-ORIG-RUN-ID
    MOVE 0 TO WS-ORIG-LINE
    MOVE 0 TO WS-RETRY-COUNT

    IF WS-IS-VALID = "Y"
        UNSTRING WS-CURRENT-LINE
            DELIMITED BY ","
            INTO WS-BRANCH-TEXT
                 WS-ACCOUNT-ID-TEXT
                 WS-AMOUNT-TEXT
                 WS-TYPE
                 WS-DATE-TEXT
                 WS-TO-ACCOUNT-ID-TEXT
                 WS-ORIG-RUN-TEXT
                 WS-ORIG-LINE-TEXT
                 WS-RETRY-TEXT
                 WS-OPTION-TEXT
                 WS-OPTION2-TEXT
                 WS-OPTION3-TEXT
                 WS-OPERATOR-TEXT
        END-UNSTRING
    END-IF

    IF WS-LINE-APPROVED = "N"
        MOVE SPACES TO WS-CHECKER-ID
        IF FUNCTION TRIM(WS-OPERATOR-TEXT) NOT = ""
            MOVE FUNCTION TRIM(WS-OPERATOR-TEXT) TO WS-MAKER-ID
        ELSE
            MOVE WS-DEFAULT-OPERATOR TO WS-MAKER-ID
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
        IF FUNCTION TRIM(WS-BRANCH-TEXT) = ""
            MOVE "N" TO WS-IS-VALID
            MOVE "code agence manquant" TO WS-ERROR-MESSAGE
        ELSE
            IF FUNCTION TRIM(WS-BRANCH-TEXT) IS NUMERIC
               AND FUNCTION NUMVAL(FUNCTION TRIM(WS-BRANCH-TEXT)) > 0
               AND FUNCTION NUMVAL(FUNCTION TRIM(WS-BRANCH-TEXT)) < 100
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-BRANCH-TEXT))
                    TO WS-BRANCH-CODE
                MOVE "Y" TO WS-BR-ACTIVE(WS-BRANCH-CODE)
            ELSE
                MOVE "N" TO WS-IS-VALID
                MOVE "code agence invalide" TO WS-ERROR-MESSAGE
            END-IF
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
        MOVE FUNCTION TRIM(WS-ORIG-RUN-TEXT) TO WS-ORIG-RUN-ID
        IF FUNCTION TRIM(WS-ORIG-LINE-TEXT) IS NUMERIC
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ORIG-LINE-TEXT))
                TO WS-ORIG-LINE
        END-IF
        IF FUNCTION TRIM(WS-RETRY-TEXT) IS NUMERIC
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RETRY-TEXT))
                TO WS-RETRY-COUNT
        END-IF
        IF WS-RETRY-COUNT >= 3
            MOVE "N" TO WS-IS-VALID
            MOVE "abandon apres 3 tentatives" TO WS-ERROR-MESSAGE
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
        IF FUNCTION TRIM(WS-ACCOUNT-ID-TEXT) = ""
            MOVE "N" TO WS-IS-VALID
            MOVE "account_id manquant" TO WS-ERROR-MESSAGE
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
        IF FUNCTION TRIM(WS-AMOUNT-TEXT) = ""
            MOVE "N" TO WS-IS-VALID
            MOVE "amount manquant" TO WS-ERROR-MESSAGE
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
        IF FUNCTION TRIM(WS-TYPE) = ""
            MOVE "N" TO WS-IS-VALID
            MOVE "type manquant" TO WS-ERROR-MESSAGE
           AND FUNCTION TRIM(WS-TYPE) NOT = "hold"
           AND FUNCTION TRIM(WS-TYPE) NOT = "release"
           AND FUNCTION TRIM(WS-TYPE) NOT = "link"
           AND FUNCTION TRIM(WS-TYPE) NOT = "loan"
           AND FUNCTION TRIM(WS-TYPE) NOT = "extpay"
            MOVE "N" TO WS-IS-VALID
            MOVE "type invalide" TO WS-ERROR-MESSAGE
        END-IF
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
       AND FUNCTION TRIM(WS-TYPE) = "open"
        IF FUNCTION TRIM(WS-OPTION-TEXT) = ""
            MOVE WS-DEFAULT-PRODUCT TO WS-OPTION-TEXT
        END-IF
        IF FUNCTION TRIM(WS-OPTION-TEXT) NOT = ""
            MOVE FUNCTION TRIM(WS-OPTION-TEXT) TO WS-PRODUCT-LOOKUP-CODE
            PERFORM LOOKUP-PRODUCT
            IF WS-PRODUCT-IDX = 0
                MOVE "N" TO WS-IS-VALID
                MOVE "code produit inconnu" TO WS-ERROR-MESSAGE
            END-IF
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
       AND FUNCTION TRIM(WS-TYPE) = "loan"
        PERFORM VALIDATE-LOAN-LINE
    END-IF

    IF WS-IS-VALID = "Y"
       AND FUNCTION TRIM(WS-TYPE) = "extpay"
        IF FUNCTION TRIM(WS-TO-ACCOUNT-ID-TEXT) = ""
            MOVE "N" TO WS-IS-VALID
            MOVE "compte beneficiaire manquant" TO WS-ERROR-MESSAGE
        ELSE
            IF FUNCTION TRIM(WS-OPTION-TEXT) = ""
                MOVE "N" TO WS-IS-VALID
                MOVE "code banque beneficiaire manquant"
                    TO WS-ERROR-MESSAGE
            END-IF
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
       AND FUNCTION TRIM(WS-TYPE) = "transfer"
        IF FUNCTION TRIM(WS-TO-ACCOUNT-ID-TEXT) = ""
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
       AND WS-LINE-RELEASED = "Y"
       AND WS-RELEASE-VALUE-DATE > 0
        DISPLAY "INFO | Ligne " WS-LINE-COUNT
                " | echeance " WS-TXN-DATE(1:8)
                " non ouvree - valeur reportee au "
                WS-RELEASE-VALUE-DATE
        MOVE WS-RELEASE-VALUE-DATE TO WS-TXN-DATE
    END-IF

    IF WS-IS-VALID = "Y"
        MOVE WS-TXN-DATE(1:8) TO WS-TXN-DATE-NUM
        MOVE FUNCTION INTEGER-OF-DATE(WS-TXN-DATE-NUM)
            MOVE "N" TO WS-IS-VALID
            MOVE "date invalide" TO WS-ERROR-MESSAGE
        ELSE
            PERFORM CHECK-APPROVAL-REQUIRED
            IF WS-APPROVAL-REQUIRED = "Y"
                IF FUNCTION TRIM(WS-MAKER-ID) = ""
                    MOVE "N" TO WS-IS-VALID
                    MOVE "identifiant operateur manquant"
                        TO WS-ERROR-MESSAGE
                ELSE
                    PERFORM QUEUE-FOR-APPROVAL
                END-IF
            ELSE
                IF WS-TXN-DATE-NUM > WS-RUN-DATE-NUM
                    PERFORM WAREHOUSE-TRANSACTION
                ELSE
                    IF WS-LINE-RELEASED = "N"
                       AND WS-LINE-APPROVED = "N"
                       AND WS-RUN-DATE-INT - WS-TXN-DATE-INT
                           > WS-BACKDATE-LIMIT
                        PERFORM COUNT-BACKDATE-BUSINESS-DAYS
                        IF WS-CAL-BUS-DAY-COUNT > WS-BACKDATE-LIMIT
                            MOVE "N" TO WS-IS-VALID
                            MOVE "date retroactive hors tolerance"
                                TO WS-ERROR-MESSAGE
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF

    IF WS-IS-VALID = "Y"
       AND WS-LINE-WAREHOUSED = "N"
       AND WS-LINE-QUEUED = "N"
        PERFORM CHECK-DUPLICATE-TXN
    END-IF

    IF WS-IS-VALID = "Y"
       AND WS-LINE-WAREHOUSED = "N"
       AND WS-LINE-QUEUED = "N"
        IF FUNCTION TRIM(WS-TYPE) = "deposit"
            PERFORM POST-DEPOSIT
        ELSE
                                    IF FUNCTION TRIM(WS-TYPE) = "link"
                                        PERFORM POST-LINK-ACCOUNT
                                    ELSE
                                        PERFORM POST-EXTRA-TXN-TYPE
                                    END-IF
                                END-IF
                            END-IF
    END-IF

    IF WS-LINE-WAREHOUSED = "N"
       AND WS-LINE-QUEUED = "N"
        IF WS-IS-VALID = "Y"
            PERFORM REGISTER-DUP-KEY
            ADD 1 TO WS-PROCESSED-COUNT
        END-IF
    END-IF.

VALIDATE-LOAN-LINE.
    IF WS-AMOUNT = 0
        MOVE "N" TO WS-IS-VALID
        MOVE "montant du pret nul" TO WS-ERROR-MESSAGE
    END-IF

    IF WS-IS-VALID = "Y"
        IF FUNCTION TRIM(WS-TO-ACCOUNT-ID-TEXT) IS NUMERIC
           AND FUNCTION NUMVAL(
               FUNCTION TRIM(WS-TO-ACCOUNT-ID-TEXT)) > 0
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TO-ACCOUNT-ID-TEXT))
                TO WS-TO-ACCOUNT-ID
            IF WS-TO-ACCOUNT-ID = WS-ACCOUNT-ID
                MOVE "N" TO WS-IS-VALID
                MOVE "compte de remboursement identique au pret"
                    TO WS-ERROR-MESSAGE
            END-IF
        ELSE
            MOVE "N" TO WS-IS-VALID
            MOVE "compte de remboursement invalide" TO WS-ERROR-MESSAGE
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
        MOVE WS-ACCOUNT-ID TO LOAN-ACCOUNT-ID
        READ LOAN-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "N" TO WS-IS-VALID
                MOVE "pret deja existant" TO WS-ERROR-MESSAGE
        END-READ
    END-IF

    IF WS-IS-VALID = "Y"
        MOVE 0 TO WS-PRODUCT-IDX
        IF FUNCTION TRIM(WS-OPTION-TEXT) NOT = ""
            MOVE FUNCTION TRIM(WS-OPTION-TEXT) TO WS-PRODUCT-LOOKUP-CODE
            PERFORM LOOKUP-PRODUCT
            IF WS-PRODUCT-IDX = 0
                MOVE "N" TO WS-IS-VALID
                MOVE "code produit inconnu" TO WS-ERROR-MESSAGE
            END-IF
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
        IF FUNCTION TRIM(WS-OPTION2-TEXT) = ""
            IF WS-PRODUCT-IDX > 0
                MOVE WS-PROD-DEBIT-RATE(WS-PRODUCT-IDX)
                    TO WS-LOAN-RATE-IN
            ELSE
                MOVE "N" TO WS-IS-VALID
                MOVE "taux du pret manquant" TO WS-ERROR-MESSAGE
            END-IF
        ELSE
            IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-OPTION2-TEXT)) = 0
               AND FUNCTION NUMVAL(FUNCTION TRIM(WS-OPTION2-TEXT)) >= 0
               AND FUNCTION NUMVAL(FUNCTION TRIM(WS-OPTION2-TEXT)) < 100
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-OPTION2-TEXT))
                    TO WS-LOAN-RATE-IN
            ELSE
                MOVE "N" TO WS-IS-VALID
                MOVE "taux du pret invalide" TO WS-ERROR-MESSAGE
            END-IF
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
        IF FUNCTION TRIM(WS-OPTION3-TEXT) IS NUMERIC
           AND FUNCTION NUMVAL(FUNCTION TRIM(WS-OPTION3-TEXT)) > 0
           AND FUNCTION NUMVAL(FUNCTION TRIM(WS-OPTION3-TEXT)) <= 360
            MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-OPTION3-TEXT))
                TO WS-LOAN-TERM-IN
        ELSE
            MOVE "N" TO WS-IS-VALID
            MOVE "duree du pret invalide" TO WS-ERROR-MESSAGE
        END-IF
    END-IF.

WAREHOUSE-TRANSACTION.
    MOVE WS-TXN-DATE-NUM TO PEND-DATE
    MOVE WS-RUN-ID TO PEND-RUN-ID
                " | entreposee jusqu'au " WS-TXN-DATE-NUM
    END-IF.

CHECK-APPROVAL-REQUIRED.
    MOVE "N" TO WS-APPROVAL-REQUIRED

    IF WS-LINE-APPROVED = "N"
       AND WS-LINE-RELEASED = "N"
       AND WS-LINE-FROM-SO = "N"
        IF FUNCTION TRIM(WS-TYPE) = "close"
           OR FUNCTION TRIM(WS-TYPE) = "freeze"
           OR FUNCTION TRIM(WS-TYPE) = "link"
            MOVE "Y" TO WS-APPROVAL-REQUIRED
        ELSE
            IF WS-APPROVAL-THRESHOLD-PROVIDED = "Y"
               AND WS-AMOUNT > WS-APPROVAL-THRESHOLD
               AND (FUNCTION TRIM(WS-TYPE) = "deposit"
                    OR FUNCTION TRIM(WS-TYPE) = "withdraw"
                    OR FUNCTION TRIM(WS-TYPE) = "transfer"
                    OR FUNCTION TRIM(WS-TYPE) = "extpay"
                    OR FUNCTION TRIM(WS-TYPE) = "loan")
                MOVE "Y" TO WS-APPROVAL-REQUIRED
            END-IF
        END-IF
    END-IF.

QUEUE-FOR-APPROVAL.
    MOVE WS-RUN-ID TO APQ-RUN-ID
    MOVE WS-LINE-COUNT TO APQ-LINE-SEQ
    MOVE WS-RUN-DATE-NUM TO APQ-QUEUE-DATE
    MOVE WS-MAKER-ID TO APQ-MAKER-ID
    MOVE SPACES TO APQ-CHECKER-ID
    MOVE 0 TO APQ-DECISION-DATE
    MOVE "P" TO APQ-STATUS
    MOVE FUNCTION TRIM(WS-TYPE) TO APQ-TXN-TYPE
    MOVE WS-ACCOUNT-ID TO APQ-ACCOUNT-ID
    MOVE WS-AMOUNT TO APQ-AMOUNT
    MOVE SPACES TO APQ-DETAIL
    MOVE WS-CURRENT-LINE TO APQ-LINE-TXT

    WRITE APPROVAL-QUEUE-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE

    IF WS-APQ-FILE-STATUS NOT = "00"
       AND WS-APQ-FILE-STATUS NOT = "22"
        DISPLAY "ECHEC | Ecriture approval-queue.dat en "
                "erreur : " WS-APQ-FILE-STATUS
        MOVE "Y" TO WS-RUN-FAILED
        MOVE "N" TO WS-IS-VALID
        MOVE "mise en attente d'approbation impossible"
            TO WS-ERROR-MESSAGE
    ELSE
        MOVE "Y" TO WS-LINE-QUEUED
        ADD 1 TO WS-QUEUED-COUNT
        DISPLAY "ATT  | Ligne " WS-LINE-COUNT
                " | en attente d'approbation - initiateur "
                FUNCTION TRIM(WS-MAKER-ID)
    END-IF.

RELEASE-PENDING-TRANSACTIONS.
    IF WS-RESTART-MODE = "Y"
        MOVE WS-RELEASED-COUNT TO WS-LINE-COUNT
    ELSE
        MOVE 0 TO PEND-DATE
        MOVE SPACES TO PEND-RUN-ID
        MOVE 0 TO PEND-LINE-SEQ
                    IF PEND-DATE > WS-RUN-DATE-NUM
                        MOVE "Y" TO WS-PENDING-EOF-FLAG
                    ELSE
                        PERFORM CHECK-PENDING-VALUE-DATE
                        IF WS-CAL-ROLL-INT <= WS-RUN-DATE-INT
                            PERFORM RELEASE-ONE-PENDING-TXN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

CHECK-PENDING-VALUE-DATE.
    MOVE SPACES TO WS-PARM-FIELD-1
    UNSTRING PEND-LINE-TXT
        DELIMITED BY ","
        INTO WS-PARM-FIELD-1
    END-UNSTRING
    MOVE 0 TO WS-CAL-CHECK-BRANCH
    IF FUNCTION TRIM(WS-PARM-FIELD-1) IS NUMERIC
       AND FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-1)) < 100
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-1))
            TO WS-CAL-CHECK-BRANCH
    END-IF

    MOVE FUNCTION INTEGER-OF-DATE(PEND-DATE) TO WS-CAL-ROLL-INT
    PERFORM ROLL-TO-NEXT-BUSINESS-DAY

    MOVE 0 TO WS-RELEASE-VALUE-DATE
    IF WS-CAL-ROLL-INT NOT = FUNCTION INTEGER-OF-DATE(PEND-DATE)
        MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-ROLL-INT)
            TO WS-RELEASE-VALUE-DATE
    END-IF.

RELEASE-ONE-PENDING-TXN.
    MOVE PEND-LINE-TXT TO WS-CURRENT-LINE
    ADD 1 TO WS-LINE-COUNT
    MOVE "Y" TO WS-LINE-RELEASED
    PERFORM PROCESS-LINE
    MOVE "N" TO WS-LINE-RELEASED
    MOVE 0 TO WS-RELEASE-VALUE-DATE

    DELETE PENDING-TXN-FILE RECORD
        INVALID KEY
           ","                                  DELIMITED BY SIZE
           WS-RETRY-COUNT                       DELIMITED BY SIZE
           ","                                  DELIMITED BY SIZE
           FUNCTION TRIM(WS-OPTION-TEXT)        DELIMITED BY SIZE
           ","                                  DELIMITED BY SIZE
           FUNCTION TRIM(WS-OPTION2-TEXT)       DELIMITED BY SIZE
           ","                                  DELIMITED BY SIZE
           FUNCTION TRIM(WS-OPTION3-TEXT)       DELIMITED BY SIZE
           ","                                  DELIMITED BY SIZE
           FUNCTION TRIM(WS-OPERATOR-TEXT)      DELIMITED BY SIZE
           ","                                  DELIMITED BY SIZE
           FUNCTION TRIM(WS-ERROR-MESSAGE)      DELIMITED BY SIZE
        INTO WS-REJECT-LINE
    END-STRING
        MOVE "withdraw" TO WS-FEE-LOOKUP-TYPE
        MOVE WS-AMOUNT TO WS-FEE-BASE-AMOUNT
        PERFORM COMPUTE-TXN-FEE
        PERFORM CHECK-AVAILABLE-BALANCE

        IF WS-IS-VALID = "Y"
            SUBTRACT WS-AMOUNT FROM WS-CURRENT-BALANCE

            ADD 1 TO WS-WITHDRAW-COUNT
        END-IF
    END-IF.

POST-TRANSFER.
    MOVE WS-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
    PERFORM READ-ACCOUNT
    PERFORM CHECK-ACCOUNT-POSTABLE

    IF WS-IS-VALID = "Y"
        MOVE WS-LOOKUP-BALANCE TO WS-CURRENT-BALANCE

        MOVE "transfer" TO WS-FEE-LOOKUP-TYPE
        MOVE WS-AMOUNT TO WS-FEE-BASE-AMOUNT
        PERFORM COMPUTE-TXN-FEE
        PERFORM CHECK-AVAILABLE-BALANCE
    END-IF

    IF WS-IS-VALID = "Y"
        MOVE WS-TO-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
        PERFORM READ-ACCOUNT
        PERFORM CHECK-DEST-ACCOUNT-POSTABLE
    END-IF

    IF WS-IS-VALID = "Y"
        MOVE WS-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
        PERFORM READ-ACCOUNT
        MOVE WS-LOOKUP-BALANCE TO WS-CURRENT-BALANCE
        SUBTRACT WS-AMOUNT FROM WS-CURRENT-BALANCE
        MOVE WS-CURRENT-BALANCE TO WS-STORED-BALANCE
        IF WS-FEE-AMOUNT > 0
            SUBTRACT WS-FEE-AMOUNT FROM WS-STORED-BALANCE
        END-IF
        PERFORM WRITE-OR-REWRITE-ACCOUNT

        MOVE WS-TO-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
        PERFORM READ-ACCOUNT
        MOVE WS-LOOKUP-BALANCE TO WS-TO-BALANCE
        ADD WS-AMOUNT TO WS-TO-BALANCE
        MOVE WS-TO-BALANCE TO WS-STORED-BALANCE
        IF WS-LOOKUP-STATUS = "D"
            MOVE "O" TO WS-STORED-STATUS
            DISPLAY "INFO | Compte reactive par virement : "
                    WS-TO-ACCOUNT-ID
        END-IF
        PERFORM WRITE-OR-REWRITE-ACCOUNT

        ADD 1 TO WS-TRANSFER-COUNT
        ADD WS-AMOUNT TO WS-TOTAL-TRANSFER
        ADD 1 TO WS-BR-TRF-COUNT(WS-BRANCH-CODE)
        ADD WS-AMOUNT TO WS-BR-TOTAL-TRF(WS-BRANCH-CODE)

        PERFORM RECORD-TRANSFER-DETAIL

        IF WS-FEE-AMOUNT > 0
            SUBTRACT WS-FEE-AMOUNT FROM WS-CURRENT-BALANCE
            ADD 1 TO WS-FEE-COUNT
            ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
            PERFORM RECORD-FEE-DETAIL
        END-IF

        IF WS-THRESHOLD-PROVIDED = "Y"
           AND WS-AMOUNT > WS-LARGE-TXN-THRESHOLD
            PERFORM RECORD-LARGE-TXN-EXCEPTION
        END-IF
    END-IF.

POST-OPEN-ACCOUNT.
    MOVE WS-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
    PERFORM READ-ACCOUNT

    IF WS-ACCOUNT-EXISTS = "Y"
        MOVE "N" TO WS-IS-VALID
        MOVE "compte deja ouvert" TO WS-ERROR-MESSAGE
    ELSE
        MOVE 0 TO WS-STORED-BALANCE
        MOVE WS-CUSTOMER-NAME-TEXT TO WS-STORED-CUSTOMER-NAME
        MOVE WS-TXN-DATE TO WS-STORED-OPEN-DATE
        MOVE "O" TO WS-STORED-STATUS
        MOVE WS-AMOUNT TO WS-STORED-CUSTOMER-NO
        MOVE FUNCTION TRIM(WS-OPTION-TEXT) TO WS-STORED-PRODUCT-CODE
        MOVE SPACE TO WS-STORED-ACCT-CLASS
        IF WS-STORED-CUSTOMER-NO > 0
            PERFORM REGISTER-CUSTOMER
        END-IF
        PERFORM WRITE-OR-REWRITE-ACCOUNT

        ADD 1 TO WS-OPEN-COUNT
    END-IF.

REGISTER-CUSTOMER.
    MOVE WS-STORED-CUSTOMER-NO TO WS-CUST-NO
    MOVE "Y" TO WS-CUSTOMER-EXISTS

    READ CUSTOMER-MASTER
        INVALID KEY
            MOVE "N" TO WS-CUSTOMER-EXISTS
    END-READ

    IF WS-CUSTOMER-EXISTS = "N"
        MOVE WS-STORED-CUSTOMER-NO TO WS-CUST-NO
        MOVE WS-CUSTOMER-NAME-TEXT TO WS-CUST-NAME
        WRITE CUSTOMER-MASTER-RECORD
    END-IF.

POST-LINK-ACCOUNT.
    MOVE WS-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
    PERFORM READ-ACCOUNT

    IF WS-ACCOUNT-EXISTS = "N"
        MOVE "N" TO WS-IS-VALID
        MOVE "compte inexistant" TO WS-ERROR-MESSAGE
    ELSE
        IF WS-LOOKUP-STATUS = "C"
            MOVE "N" TO WS-IS-VALID
            MOVE "compte cloture" TO WS-ERROR-MESSAGE
        ELSE
            MOVE WS-LINK-CUST-NO TO WS-CUST-NO
            MOVE "Y" TO WS-CUSTOMER-EXISTS
            READ CUSTOMER-MASTER
                INVALID KEY
                    MOVE "N" TO WS-CUSTOMER-EXISTS
            END-READ

            IF WS-CUSTOMER-EXISTS = "N"
                MOVE "N" TO WS-IS-VALID
                MOVE "client inexistant" TO WS-ERROR-MESSAGE
            ELSE
                IF WS-STORED-CUSTOMER-NO > 0
                    SUBTRACT WS-STORED-BALANCE
                        FROM WS-CUST-BAL(WS-STORED-CUSTOMER-NO)
                END-IF
                MOVE WS-LINK-CUST-NO TO WS-STORED-CUSTOMER-NO
                ADD WS-STORED-BALANCE
                    TO WS-CUST-BAL(WS-LINK-CUST-NO)
                PERFORM WRITE-OR-REWRITE-ACCOUNT
                ADD 1 TO WS-LINK-COUNT
            END-IF
        END-IF
    END-IF.

POST-FREEZE-ACCOUNT.
    MOVE WS-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
    PERFORM READ-ACCOUNT

    IF WS-ACCOUNT-EXISTS = "N"
        MOVE "N" TO WS-IS-VALID
        MOVE "compte inexistant" TO WS-ERROR-MESSAGE
    ELSE
        IF WS-LOOKUP-STATUS = "C"
            MOVE "N" TO WS-IS-VALID
            MOVE "compte cloture" TO WS-ERROR-MESSAGE
        ELSE
            MOVE "F" TO WS-STORED-STATUS
            PERFORM WRITE-OR-REWRITE-ACCOUNT
            ADD 1 TO WS-FREEZE-COUNT
        END-IF
    END-IF.

POST-CLOSE-ACCOUNT.
    MOVE WS-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
    PERFORM READ-ACCOUNT

    IF WS-ACCOUNT-EXISTS = "N"
        MOVE "N" TO WS-IS-VALID
        MOVE "compte inexistant" TO WS-ERROR-MESSAGE
    ELSE
        IF WS-LOOKUP-STATUS = "C"
            MOVE "N" TO WS-IS-VALID
            MOVE "compte deja cloture" TO WS-ERROR-MESSAGE
        ELSE
            IF WS-STORED-ACCT-CLASS = "L"
               AND WS-STORED-BALANCE NOT = 0
                MOVE "N" TO WS-IS-VALID
                MOVE "pret non solde" TO WS-ERROR-MESSAGE
            END-IF
        END-IF

        IF WS-IS-VALID = "Y"
            PERFORM CHECK-CLOSURE-SETTLEMENT
        END-IF

        IF WS-IS-VALID = "Y"
            IF WS-STORED-ACCT-CLASS NOT = "L"
                PERFORM POST-CLOSURE-SETTLEMENT
            END-IF
            IF WS-STORED-CUSTOMER-NO > 0
                SUBTRACT WS-STORED-BALANCE
                    FROM WS-CUST-BAL(WS-STORED-CUSTOMER-NO)
            END-IF
            MOVE "C" TO WS-STORED-STATUS
            PERFORM WRITE-OR-REWRITE-ACCOUNT
            IF WS-STORED-ACCT-CLASS = "L"
                PERFORM SETTLE-CLOSED-LOAN
            END-IF
            ADD 1 TO WS-CLOSE-COUNT
            PERFORM WRITE-CLOSURE-NOTICE
        END-IF
    END-IF.

CHECK-CLOSURE-SETTLEMENT.
    MOVE "N" TO WS-CLS-FORCED
    IF FUNCTION TRIM(WS-OPTION3-TEXT) = "FORCE"
        MOVE "Y" TO WS-CLS-FORCED
    END-IF

    MOVE "NIL" TO WS-CLS-METHOD
    MOVE 0 TO WS-CLS-DEST-ACCOUNT
    MOVE SPACES TO WS-CLS-DEST-TEXT
    MOVE 0 TO WS-CLS-HOLD-TOTAL
    MOVE 0 TO WS-CLS-HOLDS-RELEASED
    MOVE 0 TO WS-CLS-PENDING-COUNT
    MOVE 0 TO WS-CLS-PENDING-CANCELLED
    MOVE 0 TO WS-CLS-INTEREST
    MOVE 0 TO WS-CLS-MAINT-FEE
    MOVE 0 TO WS-CLS-CLOSE-FEE
    MOVE WS-STORED-BALANCE TO WS-CLS-OPEN-BALANCE
    MOVE WS-STORED-BALANCE TO WS-CLS-PAYOUT

    IF WS-LOOKUP-STATUS = "F"
       AND WS-STORED-BALANCE NOT = 0
       AND WS-CLS-FORCED = "N"
        MOVE "N" TO WS-IS-VALID
        MOVE "compte gele avec solde - cloture refusee"
            TO WS-ERROR-MESSAGE
    END-IF

    IF WS-IS-VALID = "Y"
       AND WS-STORED-ACCT-CLASS NOT = "L"
        PERFORM SCAN-CLOSURE-LOANS
        IF WS-LOAN-EXISTS = "Y"
            MOVE "N" TO WS-IS-VALID
            MOVE "compte de remboursement d'un pret actif - cloture refusee"
                TO WS-ERROR-MESSAGE
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
        PERFORM COMPUTE-ACCOUNT-HOLDS
        MOVE WS-ACTIVE-HOLD-TOTAL TO WS-CLS-HOLD-TOTAL
        IF WS-CLS-HOLD-TOTAL > 0
           AND WS-CLS-FORCED = "N"
            MOVE "N" TO WS-IS-VALID
            MOVE "retenues actives - cloture refusee"
                TO WS-ERROR-MESSAGE
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
       AND WS-STORED-ACCT-CLASS NOT = "L"
        PERFORM RESOLVE-ACCOUNT-RATES
        MOVE WS-TXN-DATE(7:2) TO WS-CLS-DAYS
        IF WS-ACCT-RATES-KNOWN = "Y"
            IF WS-STORED-BALANCE > 0
                COMPUTE WS-CLS-INTEREST ROUNDED =
                    WS-STORED-BALANCE * WS-ACCT-CREDIT-RATE
                    * WS-CLS-DAYS / 36500
            ELSE
                COMPUTE WS-CLS-INTEREST ROUNDED =
                    WS-STORED-BALANCE * WS-ACCT-DEBIT-RATE
                    * WS-CLS-DAYS / 36500
            END-IF
        END-IF

        MOVE WS-STORED-BALANCE TO WS-CURRENT-BALANCE
        MOVE "maintenance" TO WS-FEE-LOOKUP-TYPE
        MOVE 0 TO WS-FEE-BASE-AMOUNT
        PERFORM COMPUTE-TXN-FEE
        MOVE WS-FEE-AMOUNT TO WS-CLS-MAINT-FEE

        MOVE "close" TO WS-FEE-LOOKUP-TYPE
        MOVE 0 TO WS-FEE-BASE-AMOUNT
        PERFORM COMPUTE-TXN-FEE
        MOVE WS-FEE-AMOUNT TO WS-CLS-CLOSE-FEE

        COMPUTE WS-CLS-PAYOUT =
            WS-STORED-BALANCE + WS-CLS-INTEREST
            - WS-CLS-MAINT-FEE - WS-CLS-CLOSE-FEE

        IF WS-CLS-PAYOUT < 0
            MOVE "N" TO WS-IS-VALID
            MOVE "solde debiteur a regler avant cloture"
                TO WS-ERROR-MESSAGE
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
       AND WS-STORED-ACCT-CLASS NOT = "L"
       AND WS-CLS-PAYOUT > 0
        PERFORM RESOLVE-CLOSURE-DESTINATION
    END-IF

    IF WS-IS-VALID = "Y"
        PERFORM SCAN-CLOSURE-PENDING
        IF WS-CLS-PENDING-COUNT > 0
           AND WS-CLS-FORCED = "N"
            MOVE "N" TO WS-IS-VALID
            MOVE "operations differees en attente - cloture refusee"
                TO WS-ERROR-MESSAGE
        END-IF
    END-IF.

SCAN-CLOSURE-LOANS.
    MOVE "N" TO WS-LOAN-EXISTS
    MOVE "N" TO WS-LOAN-EOF-FLAG
    MOVE 0 TO LOAN-ACCOUNT-ID
    START LOAN-MASTER KEY IS NOT LESS THAN LOAN-ACCOUNT-ID
        INVALID KEY
            MOVE "Y" TO WS-LOAN-EOF-FLAG
    END-START

    PERFORM UNTIL WS-LOAN-EOF-FLAG = "Y"
        READ LOAN-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO WS-LOAN-EOF-FLAG
            NOT AT END
                IF LOAN-REPAY-ACCOUNT = WS-ACCOUNT-ID
                   AND LOAN-STATUS NOT = "S"
                   AND (LOAN-OUTSTANDING > 0
                        OR LOAN-ARREARS-AMOUNT > 0)
                    MOVE "Y" TO WS-LOAN-EXISTS
                    MOVE "Y" TO WS-LOAN-EOF-FLAG
                END-IF
        END-READ
    END-PERFORM.

SETTLE-CLOSED-LOAN.
    MOVE WS-ACCOUNT-ID TO LOAN-ACCOUNT-ID
    READ LOAN-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF LOAN-STATUS NOT = "S"
                MOVE "S" TO LOAN-STATUS
                REWRITE LOAN-MASTER-RECORD
                IF WS-LOAN-FILE-STATUS NOT = "00"
                    IF WS-RUN-FAILED = "N"
                        DISPLAY "ECHEC | Ecriture loan-master.dat en "
                                "erreur : " WS-LOAN-FILE-STATUS
                    END-IF
                    MOVE "Y" TO WS-RUN-FAILED
                END-IF
            END-IF
    END-READ.

RESOLVE-CLOSURE-DESTINATION.
    IF FUNCTION TRIM(WS-OPTION-TEXT) NOT = ""
        IF FUNCTION TRIM(WS-TO-ACCOUNT-ID-TEXT) = ""
            MOVE "N" TO WS-IS-VALID
            MOVE "compte beneficiaire manquant" TO WS-ERROR-MESSAGE
        ELSE
            MOVE "CRT" TO WS-CLS-METHOD
            MOVE FUNCTION TRIM(WS-TO-ACCOUNT-ID-TEXT)
                TO WS-CLS-DEST-TEXT
        END-IF
    ELSE
        IF FUNCTION TRIM(WS-TO-ACCOUNT-ID-TEXT) = ""
            MOVE "CHQ" TO WS-CLS-METHOD
            MOVE WS-STORED-CUSTOMER-NAME TO WS-CLS-DEST-TEXT
        ELSE
            IF FUNCTION TRIM(WS-TO-ACCOUNT-ID-TEXT) IS NUMERIC
                MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TO-ACCOUNT-ID-TEXT))
                    TO WS-CLS-DEST-ACCOUNT
                IF WS-CLS-DEST-ACCOUNT = WS-ACCOUNT-ID
                    MOVE "N" TO WS-IS-VALID
                    MOVE "compte de reglement identique"
                        TO WS-ERROR-MESSAGE
                ELSE
                    MOVE WS-CLS-DEST-ACCOUNT TO WS-LOOKUP-ACCOUNT-ID
                    PERFORM READ-ACCOUNT
                    PERFORM CHECK-DEST-ACCOUNT-POSTABLE
                    MOVE WS-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
                    PERFORM READ-ACCOUNT
                    MOVE "VIR" TO WS-CLS-METHOD
                    MOVE FUNCTION TRIM(WS-TO-ACCOUNT-ID-TEXT)
                        TO WS-CLS-DEST-TEXT
                END-IF
            ELSE
                MOVE "N" TO WS-IS-VALID
                MOVE "compte de reglement invalide" TO WS-ERROR-MESSAGE
            END-IF
        END-IF
    END-IF.

SCAN-CLOSURE-PENDING.
    MOVE PEND-KEY TO WS-CLS-SAVED-PEND-KEY

    MOVE LOW-VALUES TO PEND-KEY
    MOVE "N" TO WS-CLS-PEND-EOF-FLAG
    START PENDING-TXN-FILE KEY IS NOT LESS THAN PEND-KEY
        INVALID KEY
            MOVE "Y" TO WS-CLS-PEND-EOF-FLAG
    END-START

    PERFORM UNTIL WS-CLS-PEND-EOF-FLAG = "Y"
        READ PENDING-TXN-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-CLS-PEND-EOF-FLAG
            NOT AT END
                IF WS-LINE-RELEASED = "Y"
                   AND PEND-KEY = WS-CLS-SAVED-PEND-KEY
                    CONTINUE
                ELSE
                    PERFORM CHECK-ONE-CLOSURE-PENDING
                END-IF
        END-READ
    END-PERFORM

    MOVE WS-CLS-SAVED-PEND-KEY TO PEND-KEY
    IF WS-LINE-RELEASED = "Y"
        START PENDING-TXN-FILE KEY IS GREATER THAN PEND-KEY
            INVALID KEY
                MOVE "Y" TO WS-PENDING-EOF-FLAG
        END-START
    END-IF.

CHECK-ONE-CLOSURE-PENDING.
    MOVE SPACES TO WS-PARM-FIELD-1
    MOVE SPACES TO WS-PARM-FIELD-2
    MOVE SPACES TO WS-PARM-FIELD-3
    MOVE SPACES TO WS-PARM-FIELD-4
    MOVE SPACES TO WS-PARM-FIELD-5
    MOVE SPACES TO WS-PARM-FIELD-6

    UNSTRING PEND-LINE-TXT
        DELIMITED BY ","
        INTO WS-PARM-FIELD-1
             WS-PARM-FIELD-2
             WS-PARM-FIELD-3
             WS-PARM-FIELD-4
             WS-PARM-FIELD-5
             WS-PARM-FIELD-6
    END-UNSTRING

    MOVE "N" TO WS-CLS-PEND-MATCH
    IF FUNCTION TRIM(WS-PARM-FIELD-2) IS NUMERIC
        IF FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2))
           = WS-ACCOUNT-ID
            MOVE "Y" TO WS-CLS-PEND-MATCH
        END-IF
    END-IF
    IF FUNCTION TRIM(WS-PARM-FIELD-4) = "transfer"
       AND FUNCTION TRIM(WS-PARM-FIELD-6) IS NUMERIC
        IF FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-6))
           = WS-ACCOUNT-ID
            MOVE "Y" TO WS-CLS-PEND-MATCH
        END-IF
    END-IF

    IF WS-CLS-PEND-MATCH = "Y"
        ADD 1 TO WS-CLS-PENDING-COUNT
        IF WS-CLS-FORCED = "Y"
            DELETE PENDING-TXN-FILE RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            ADD 1 TO WS-CLS-PENDING-CANCELLED
            DISPLAY "ANNUL| Operation differee du " PEND-DATE
                    " annulee par cloture du compte " WS-ACCOUNT-ID
                    " : " FUNCTION TRIM(PEND-LINE-TXT)
        END-IF
    END-IF.

POST-CLOSURE-SETTLEMENT.
    IF WS-CLS-HOLD-TOTAL > 0
        MOVE 1 TO WS-HOLD-IDX
        PERFORM UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
            IF WS-HOLD-ACCOUNT(WS-HOLD-IDX) = WS-ACCOUNT-ID
               AND WS-HOLD-AMOUNT(WS-HOLD-IDX) > 0
                MOVE 0 TO WS-HOLD-AMOUNT(WS-HOLD-IDX)
                ADD 1 TO WS-CLS-HOLDS-RELEASED
            END-IF
            ADD 1 TO WS-HOLD-IDX
        END-PERFORM
    END-IF

    MOVE WS-ACCOUNT-ID TO WS-CLS-DETAIL-ACCOUNT

    IF WS-CLS-INTEREST NOT = 0
        MOVE WS-STORED-BALANCE TO WS-JRN-BEFORE-BALANCE
        ADD WS-CLS-INTEREST TO WS-STORED-BALANCE
        REWRITE ACCOUNT-MASTER-RECORD
        MOVE "interest" TO WS-JRN-TXN-TYPE
        PERFORM RECORD-JOURNAL-ENTRY

        ADD 1 TO WS-INTEREST-COUNT
        IF WS-CLS-INTEREST > 0
            ADD WS-CLS-INTEREST TO WS-TOTAL-INTEREST-CR
        ELSE
            SUBTRACT WS-CLS-INTEREST FROM WS-TOTAL-INTEREST-DR
        END-IF

        MOVE "interest" TO WS-CLS-DETAIL-TYPE
        MOVE WS-CLS-INTEREST TO WS-CLS-DETAIL-AMOUNT
        PERFORM RECORD-CLOSURE-DETAIL
    END-IF

    IF WS-CLS-MAINT-FEE > 0
        MOVE WS-STORED-BALANCE TO WS-JRN-BEFORE-BALANCE
        SUBTRACT WS-CLS-MAINT-FEE FROM WS-STORED-BALANCE
        REWRITE ACCOUNT-MASTER-RECORD
        MOVE "maintenance" TO WS-JRN-TXN-TYPE
        PERFORM RECORD-JOURNAL-ENTRY

        ADD 1 TO WS-MAINT-FEE-COUNT
        ADD WS-CLS-MAINT-FEE TO WS-TOTAL-FEES

        MOVE "maintenance" TO WS-CLS-DETAIL-TYPE
        MOVE WS-CLS-MAINT-FEE TO WS-CLS-DETAIL-AMOUNT
        PERFORM RECORD-CLOSURE-DETAIL
    END-IF

    IF WS-CLS-CLOSE-FEE > 0
        MOVE WS-STORED-BALANCE TO WS-JRN-BEFORE-BALANCE
        SUBTRACT WS-CLS-CLOSE-FEE FROM WS-STORED-BALANCE
        REWRITE ACCOUNT-MASTER-RECORD
        MOVE "fee" TO WS-JRN-TXN-TYPE
        PERFORM RECORD-JOURNAL-ENTRY

        ADD 1 TO WS-FEE-COUNT
        ADD WS-CLS-CLOSE-FEE TO WS-TOTAL-FEES

        MOVE "fee" TO WS-CLS-DETAIL-TYPE
        MOVE WS-CLS-CLOSE-FEE TO WS-CLS-DETAIL-AMOUNT
        PERFORM RECORD-CLOSURE-DETAIL
    END-IF

    IF WS-CLS-PAYOUT > 0
        PERFORM PAY-OUT-CLOSING-BALANCE
    END-IF

    MOVE WS-STORED-BALANCE TO WS-LOOKUP-BALANCE.

PAY-OUT-CLOSING-BALANCE.
    MOVE WS-STORED-BALANCE TO WS-JRN-BEFORE-BALANCE
    SUBTRACT WS-CLS-PAYOUT FROM WS-STORED-BALANCE
    REWRITE ACCOUNT-MASTER-RECORD
    MOVE "close-pay" TO WS-JRN-TXN-TYPE
    PERFORM RECORD-JOURNAL-ENTRY
    ADD WS-CLS-PAYOUT TO WS-TOTAL-CLOSE-PAYOUT

    MOVE WS-CLS-PAYOUT TO WS-CLS-DETAIL-AMOUNT
    IF WS-CLS-METHOD = "VIR"
        MOVE "transfer-out" TO WS-CLS-DETAIL-TYPE
        PERFORM RECORD-CLOSURE-DETAIL

        MOVE WS-CLS-DEST-ACCOUNT TO WS-LOOKUP-ACCOUNT-ID
        PERFORM READ-ACCOUNT
        MOVE WS-STORED-BALANCE TO WS-JRN-BEFORE-BALANCE
        ADD WS-CLS-PAYOUT TO WS-STORED-BALANCE
        IF WS-LOOKUP-STATUS = "D"
            MOVE "O" TO WS-STORED-STATUS
            DISPLAY "INFO | Compte reactive par virement : "
                    WS-CLS-DEST-ACCOUNT
        END-IF
        REWRITE ACCOUNT-MASTER-RECORD
        MOVE "transfer" TO WS-JRN-TXN-TYPE
        PERFORM RECORD-JOURNAL-ENTRY

        MOVE WS-CLS-DEST-ACCOUNT TO WS-CLS-DETAIL-ACCOUNT
        MOVE "transfer-in" TO WS-CLS-DETAIL-TYPE
        PERFORM RECORD-CLOSURE-DETAIL
        MOVE WS-ACCOUNT-ID TO WS-CLS-DETAIL-ACCOUNT

        ADD 1 TO WS-TRANSFER-COUNT
        ADD WS-CLS-PAYOUT TO WS-TOTAL-TRANSFER
        ADD 1 TO WS-BR-TRF-COUNT(WS-BRANCH-CODE)
        ADD WS-CLS-PAYOUT TO WS-BR-TOTAL-TRF(WS-BRANCH-CODE)

        MOVE WS-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
        PERFORM READ-ACCOUNT
    ELSE
        MOVE "close-pay" TO WS-CLS-DETAIL-TYPE
        PERFORM RECORD-CLOSURE-DETAIL

        MOVE WS-CLS-METHOD TO WS-PAY-METHOD
        IF WS-CLS-METHOD = "CRT"
            MOVE FUNCTION TRIM(WS-OPTION-TEXT) TO WS-PAY-BANK-CODE
            MOVE WS-CLS-DEST-TEXT TO WS-PAY-BENEF-ACCOUNT
            IF FUNCTION TRIM(WS-OPTION2-TEXT) NOT = ""
                MOVE FUNCTION TRIM(WS-OPTION2-TEXT) TO WS-PAY-BENEF-NAME
            ELSE
                MOVE WS-STORED-CUSTOMER-NAME TO WS-PAY-BENEF-NAME
            END-IF
        ELSE
            MOVE SPACES TO WS-PAY-BANK-CODE
            MOVE SPACES TO WS-PAY-BENEF-ACCOUNT
            MOVE WS-STORED-CUSTOMER-NAME TO WS-PAY-BENEF-NAME
        END-IF
        MOVE WS-CLS-PAYOUT TO WS-PAY-AMOUNT
        PERFORM WRITE-PAYMENT-RECORD

        ADD WS-CLS-PAYOUT TO WS-TOTAL-EXTPAY-OUT
    END-IF.

RECORD-CLOSURE-DETAIL.
    MOVE WS-BRANCH-CODE TO TXN-BRANCH
    MOVE WS-CLS-DETAIL-ACCOUNT TO TXN-ACCOUNT-ID
    MOVE WS-LINE-COUNT TO TXN-LINE-SEQ
    MOVE WS-TXN-DATE TO TXN-DATE
    MOVE WS-CLS-DETAIL-TYPE TO TXN-TYPE
    MOVE WS-CLS-DETAIL-AMOUNT TO TXN-AMOUNT
    MOVE WS-STORED-BALANCE TO TXN-BALANCE-AFTER
    MOVE WS-RUN-ID TO TXN-RUN-ID
    MOVE WS-ORIG-RUN-ID TO TXN-ORIG-RUN-ID
    MOVE WS-ORIG-LINE TO TXN-ORIG-LINE
    PERFORM ACCUMULATE-TRIAL-BALANCE
    PERFORM WRITE-HISTORY-RECORD
    WRITE TXN-DETAIL-RECORD
    PERFORM CHECK-DETAIL-WRITE-STATUS.

WRITE-CLOSURE-NOTICE.
    IF WS-STORED-ACCT-CLASS = "L"
        MOVE "NIL" TO WS-CLS-METHOD
        MOVE 0 TO WS-CLS-PAYOUT
    END-IF

    MOVE SPACES TO WS-CLS-NOTICE-LINE
    STRING "NOTICE"                  DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-RUN-ID)  DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-TXN-DATE(1:8)          DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-ACCOUNT-ID             DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-STORED-CUSTOMER-NO     DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-STORED-CUSTOMER-NAME) DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-STORED-PRODUCT-CODE    DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-CLS-OPEN-BALANCE       DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-CLS-INTEREST           DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-CLS-MAINT-FEE          DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-CLS-CLOSE-FEE          DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-CLS-PAYOUT             DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-CLS-METHOD             DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-CLS-DEST-TEXT) DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-CLS-FORCED             DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-CLS-HOLDS-RELEASED     DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-CLS-PENDING-CANCELLED  DELIMITED BY SIZE
        INTO WS-CLS-NOTICE-LINE
    END-STRING
    MOVE WS-CLS-NOTICE-LINE TO CLOSURE-NOTICE-LINE
    WRITE CLOSURE-NOTICE-LINE

    DISPLAY "CLOT | Compte " WS-ACCOUNT-ID
            " | Interets " WS-CLS-INTEREST
            " | Frais " WS-CLS-MAINT-FEE " + " WS-CLS-CLOSE-FEE
            " | Reglement " WS-CLS-PAYOUT " " WS-CLS-METHOD.

RETIRE-CLOSED-STANDING-ORDERS.
    MOVE 0 TO WS-SO-TEXT-COUNT
    MOVE 0 TO WS-SO-RETIRE-COUNT
    MOVE "N" TO WS-SO-TEXT-OVERFLOW
    MOVE "N" TO WS-SO-EOF-FLAG

    OPEN INPUT STANDING-ORDER-FILE
    IF WS-SO-FILE-STATUS = "00"
        PERFORM UNTIL WS-SO-EOF-FLAG = "Y"
            READ STANDING-ORDER-FILE
                AT END
                    MOVE "Y" TO WS-SO-EOF-FLAG
                NOT AT END
                    IF WS-SO-TEXT-COUNT < 500
                        ADD 1 TO WS-SO-TEXT-COUNT
                        MOVE STANDING-ORDER-LINE
                            TO WS-SO-TEXT-LINE(WS-SO-TEXT-COUNT)
                        PERFORM CHECK-STANDING-ORDER-RETIRED
                    ELSE
                        MOVE "Y" TO WS-SO-TEXT-OVERFLOW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STANDING-ORDER-FILE
    END-IF

    IF WS-SO-TEXT-OVERFLOW = "Y"
        DISPLAY "AVERTISSEMENT | standing-orders.csv depasse 500 "
                "lignes - ordres des comptes clotures non retires"
    ELSE
        IF WS-SO-RETIRE-COUNT > 0
            PERFORM REWRITE-STANDING-ORDERS
        END-IF
    END-IF.

CHECK-STANDING-ORDER-RETIRED.
    MOVE "Y" TO WS-SO-TEXT-KEEP(WS-SO-TEXT-COUNT)
    MOVE SPACES TO WS-PARM-FIELD-1
    MOVE SPACES TO WS-PARM-FIELD-2
    MOVE SPACES TO WS-PARM-FIELD-3

    UNSTRING STANDING-ORDER-LINE
        DELIMITED BY ","
        INTO WS-PARM-FIELD-1
             WS-PARM-FIELD-2
             WS-PARM-FIELD-3
    END-UNSTRING

    IF FUNCTION TRIM(WS-PARM-FIELD-2) IS NUMERIC
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-2))
            TO WS-LOOKUP-ACCOUNT-ID
        PERFORM READ-ACCOUNT
        IF WS-ACCOUNT-EXISTS = "Y"
           AND WS-LOOKUP-STATUS = "C"
            MOVE "N" TO WS-SO-TEXT-KEEP(WS-SO-TEXT-COUNT)
        END-IF
    END-IF

    IF WS-SO-TEXT-KEEP(WS-SO-TEXT-COUNT) = "Y"
       AND FUNCTION TRIM(WS-PARM-FIELD-3) IS NUMERIC
        MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FIELD-3))
            TO WS-LOOKUP-ACCOUNT-ID
        IF WS-LOOKUP-ACCOUNT-ID > 0
            PERFORM READ-ACCOUNT
            IF WS-ACCOUNT-EXISTS = "Y"
               AND WS-LOOKUP-STATUS = "C"
                MOVE "N" TO WS-SO-TEXT-KEEP(WS-SO-TEXT-COUNT)
            END-IF
        END-IF
    END-IF

    IF WS-SO-TEXT-KEEP(WS-SO-TEXT-COUNT) = "N"
        ADD 1 TO WS-SO-RETIRE-COUNT
    END-IF.

REWRITE-STANDING-ORDERS.
    OPEN EXTEND SO-RETIRED-FILE
    IF WS-SO-RETIRED-FILE-STATUS = "35"
        OPEN OUTPUT SO-RETIRED-FILE
        CLOSE SO-RETIRED-FILE
        OPEN EXTEND SO-RETIRED-FILE
    END-IF

    OPEN OUTPUT STANDING-ORDER-FILE
    MOVE 1 TO WS-SO-TEXT-IDX
    PERFORM UNTIL WS-SO-TEXT-IDX > WS-SO-TEXT-COUNT
        IF WS-SO-TEXT-KEEP(WS-SO-TEXT-IDX) = "Y"
            MOVE WS-SO-TEXT-LINE(WS-SO-TEXT-IDX) TO STANDING-ORDER-LINE
            WRITE STANDING-ORDER-LINE
        ELSE
            MOVE SPACES TO WS-SO-RETIRED-LINE
            STRING FUNCTION TRIM(WS-SO-TEXT-LINE(WS-SO-TEXT-IDX))
                                             DELIMITED BY SIZE
                   ","                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RUN-ID)  DELIMITED BY SIZE
                   ","                       DELIMITED BY SIZE
                   WS-RUN-DATE               DELIMITED BY SIZE
                INTO WS-SO-RETIRED-LINE
            END-STRING
            MOVE WS-SO-RETIRED-LINE TO SO-RETIRED-LINE
            WRITE SO-RETIRED-LINE
            DISPLAY "INFO | Ordre permanent retire (compte cloture) : "
                    FUNCTION TRIM(WS-SO-TEXT-LINE(WS-SO-TEXT-IDX))
        END-IF
        ADD 1 TO WS-SO-TEXT-IDX
    END-PERFORM
    CLOSE STANDING-ORDER-FILE
    CLOSE SO-RETIRED-FILE.

POST-EXTRA-TXN-TYPE.
    IF FUNCTION TRIM(WS-TYPE) = "loan"
        PERFORM POST-OPEN-LOAN
    ELSE
        IF FUNCTION TRIM(WS-TYPE) = "extpay"
            PERFORM POST-EXTPAY
        ELSE
            PERFORM POST-CLOSE-ACCOUNT
        END-IF
    END-IF.

POST-EXTPAY.
    MOVE WS-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
    PERFORM READ-ACCOUNT
    PERFORM CHECK-ACCOUNT-POSTABLE

    IF WS-IS-VALID = "Y"
        MOVE WS-LOOKUP-BALANCE TO WS-CURRENT-BALANCE

        MOVE "extpay" TO WS-FEE-LOOKUP-TYPE
        MOVE WS-AMOUNT TO WS-FEE-BASE-AMOUNT
        PERFORM COMPUTE-TXN-FEE
        PERFORM CHECK-AVAILABLE-BALANCE

        IF WS-IS-VALID = "Y"
            SUBTRACT WS-AMOUNT FROM WS-CURRENT-BALANCE

            ADD 1 TO WS-EXTPAY-COUNT
            ADD WS-AMOUNT TO WS-TOTAL-EXTPAY-OUT

            PERFORM RECORD-TXN-DETAIL

            IF WS-FEE-AMOUNT > 0
                SUBTRACT WS-FEE-AMOUNT FROM WS-CURRENT-BALANCE
                ADD 1 TO WS-FEE-COUNT
                ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
                PERFORM RECORD-FEE-DETAIL
            END-IF

            MOVE WS-CURRENT-BALANCE TO WS-STORED-BALANCE
            PERFORM WRITE-OR-REWRITE-ACCOUNT

            MOVE "CRT" TO WS-PAY-METHOD
            MOVE FUNCTION TRIM(WS-OPTION-TEXT) TO WS-PAY-BANK-CODE
            MOVE FUNCTION TRIM(WS-TO-ACCOUNT-ID-TEXT)
                TO WS-PAY-BENEF-ACCOUNT
            MOVE FUNCTION TRIM(WS-OPTION2-TEXT) TO WS-PAY-BENEF-NAME
            MOVE WS-AMOUNT TO WS-PAY-AMOUNT
            PERFORM WRITE-PAYMENT-RECORD

            IF WS-THRESHOLD-PROVIDED = "Y"
               AND WS-AMOUNT > WS-LARGE-TXN-THRESHOLD
                PERFORM RECORD-LARGE-TXN-EXCEPTION
            END-IF
        END-IF
    END-IF.

WRITE-PAYMENT-HEADER.
    MOVE SPACES TO WS-PAY-LINE
    STRING "HDR"                     DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-RUN-ID)  DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-RUN-DATE               DELIMITED BY SIZE
        INTO WS-PAY-LINE
    END-STRING
    MOVE WS-PAY-LINE TO PAYMENT-OUT-LINE
    WRITE PAYMENT-OUT-LINE.

WRITE-PAYMENT-RECORD.
    ADD 1 TO WS-PAY-OUT-COUNT
    ADD WS-PAY-AMOUNT TO WS-PAY-OUT-TOTAL
    ADD WS-ACCOUNT-ID TO WS-PAY-OUT-HASH

    MOVE SPACES TO WS-PAY-LINE
    STRING "PAY"                     DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-PAY-OUT-COUNT          DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-LINE-COUNT             DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-ACCOUNT-ID             DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-PAY-METHOD             DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-PAY-BANK-CODE) DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-PAY-BENEF-ACCOUNT) DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-PAY-BENEF-NAME) DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-PAY-AMOUNT             DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-TXN-DATE(1:8)          DELIMITED BY SIZE
        INTO WS-PAY-LINE
    END-STRING
    MOVE WS-PAY-LINE TO PAYMENT-OUT-LINE
    WRITE PAYMENT-OUT-LINE.

WRITE-PAYMENT-TRAILER.
    MOVE SPACES TO WS-PAY-LINE
    STRING "TRL"                     DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-PAY-OUT-COUNT          DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-PAY-OUT-TOTAL          DELIMITED BY SIZE
           ","                       DELIMITED BY SIZE
           WS-PAY-OUT-HASH           DELIMITED BY SIZE
        INTO WS-PAY-LINE
    END-STRING
    MOVE WS-PAY-LINE TO PAYMENT-OUT-LINE
    WRITE PAYMENT-OUT-LINE
    CLOSE PAYMENT-OUT-FILE.

POST-OPEN-LOAN.
    MOVE WS-TO-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
    PERFORM READ-ACCOUNT

    IF WS-ACCOUNT-EXISTS = "N"
        MOVE "N" TO WS-IS-VALID
        MOVE "compte de remboursement inexistant" TO WS-ERROR-MESSAGE
    ELSE
        IF WS-LOOKUP-STATUS = "F"
            MOVE "N" TO WS-IS-VALID
            MOVE "compte de remboursement gele" TO WS-ERROR-MESSAGE
        ELSE
            IF WS-LOOKUP-STATUS = "C"
                MOVE "N" TO WS-IS-VALID
                MOVE "compte de remboursement cloture" TO WS-ERROR-MESSAGE
            ELSE
                IF WS-LOOKUP-STATUS = "D"
                    MOVE "N" TO WS-IS-VALID
                    MOVE "compte de remboursement dormant"
                        TO WS-ERROR-MESSAGE
                ELSE
                    IF WS-STORED-ACCT-CLASS = "L"
                        MOVE "N" TO WS-IS-VALID
                        MOVE "compte de remboursement invalide"
                            TO WS-ERROR-MESSAGE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
        MOVE WS-STORED-CUSTOMER-NAME TO WS-LOAN-CUST-NAME
        MOVE WS-STORED-CUSTOMER-NO TO WS-LOAN-CUST-NO
        MOVE WS-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
        PERFORM READ-ACCOUNT
        IF WS-ACCOUNT-EXISTS = "Y"
            MOVE "N" TO WS-IS-VALID
            MOVE "compte deja ouvert" TO WS-ERROR-MESSAGE
        END-IF
    END-IF

    IF WS-IS-VALID = "Y"
        PERFORM COMPUTE-LOAN-INSTALMENT
    END-IF

    IF WS-IS-VALID = "Y"
        COMPUTE WS-CURRENT-BALANCE = 0 - WS-AMOUNT
        MOVE WS-CURRENT-BALANCE TO WS-STORED-BALANCE
        MOVE WS-LOAN-CUST-NAME TO WS-STORED-CUSTOMER-NAME
        MOVE WS-TXN-DATE TO WS-STORED-OPEN-DATE
        MOVE "O" TO WS-STORED-STATUS
        MOVE WS-LOAN-CUST-NO TO WS-STORED-CUSTOMER-NO
        MOVE FUNCTION TRIM(WS-OPTION-TEXT) TO WS-STORED-PRODUCT-CODE
        MOVE "L" TO WS-STORED-ACCT-CLASS
        PERFORM WRITE-OR-REWRITE-ACCOUNT

        MOVE WS-TO-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
        MOVE WS-LOOKUP-BALANCE TO WS-TO-BALANCE
        ADD WS-AMOUNT TO WS-TO-BALANCE
        MOVE WS-TO-BALANCE TO WS-STORED-BALANCE
        REWRITE ACCOUNT-MASTER-RECORD
        MOVE WS-LOOKUP-BALANCE TO WS-JRN-BEFORE-BALANCE
        MOVE "loan-disb" TO WS-JRN-TXN-TYPE
        PERFORM RECORD-JOURNAL-ENTRY

        PERFORM RECORD-LOAN-DISB-DETAIL

        MOVE WS-ACCOUNT-ID TO LOAN-ACCOUNT-ID
        MOVE WS-TO-ACCOUNT-ID TO LOAN-REPAY-ACCOUNT
        MOVE WS-BRANCH-CODE TO LOAN-BRANCH
        MOVE WS-AMOUNT TO LOAN-PRINCIPAL
        MOVE WS-AMOUNT TO LOAN-OUTSTANDING
        MOVE WS-LOAN-RATE-IN TO LOAN-RATE
        MOVE WS-LOAN-TERM-IN TO LOAN-TERM
        MOVE WS-LOAN-INSTALMENT-CALC TO LOAN-INSTALMENT
        MOVE WS-TXN-DATE-NUM TO LOAN-START-DATE
        MOVE 0 TO LOAN-DUE-COUNT
        MOVE 0 TO LOAN-ARREARS-AMOUNT
        MOVE 0 TO LOAN-ARREARS-COUNT
        MOVE 0 TO LOAN-OLDEST-DUE-DATE
        MOVE "A" TO LOAN-STATUS

        MOVE WS-TXN-DATE-NUM TO WS-LOAN-DATE-NUM
        MOVE WS-LOAN-DATE-DD TO WS-LOAN-ANCHOR-DAY
        PERFORM ADVANCE-LOAN-DUE-DATE
        MOVE WS-LOAN-DATE-NUM TO LOAN-NEXT-DUE-DATE

        WRITE LOAN-MASTER-RECORD
            INVALID KEY
                CONTINUE
        END-WRITE
        IF WS-LOAN-FILE-STATUS NOT = "00"
            IF WS-RUN-FAILED = "N"
                DISPLAY "ECHEC | Ecriture loan-master.dat en "
                        "erreur : " WS-LOAN-FILE-STATUS
            END-IF
            MOVE "Y" TO WS-RUN-FAILED
        END-IF

        PERFORM WRITE-LOAN-SCHEDULE

        ADD 1 TO WS-LOAN-OPEN-COUNT
        ADD WS-AMOUNT TO WS-TOTAL-LOAN-DISB
        DISPLAY "INFO | Pret " WS-ACCOUNT-ID
                " | Echeance mensuelle " LOAN-INSTALMENT
                " | Premiere echeance " LOAN-NEXT-DUE-DATE
    END-IF.

COMPUTE-LOAN-INSTALMENT.
    COMPUTE WS-LOAN-MONTHLY-RATE = WS-LOAN-RATE-IN / 1200

    IF WS-LOAN-MONTHLY-RATE = 0
        COMPUTE WS-LOAN-INSTALMENT-CALC ROUNDED =
            WS-AMOUNT / WS-LOAN-TERM-IN
    ELSE
        COMPUTE WS-LOAN-FACTOR =
            (1 + WS-LOAN-MONTHLY-RATE) ** WS-LOAN-TERM-IN
            ON SIZE ERROR
                MOVE "N" TO WS-IS-VALID
                MOVE "parametres du pret hors limites"
                    TO WS-ERROR-MESSAGE
        END-COMPUTE

        IF WS-IS-VALID = "Y"
            COMPUTE WS-LOAN-INSTALMENT-CALC ROUNDED =
                WS-AMOUNT * WS-LOAN-MONTHLY-RATE * WS-LOAN-FACTOR
                / (WS-LOAN-FACTOR - 1)
        END-IF
    END-IF.

RECORD-LOAN-DISB-DETAIL.
    MOVE WS-BRANCH-CODE TO TXN-BRANCH
    MOVE WS-ACCOUNT-ID TO TXN-ACCOUNT-ID
    MOVE WS-LINE-COUNT TO TXN-LINE-SEQ
    MOVE WS-TXN-DATE TO TXN-DATE
    MOVE "loan" TO TXN-TYPE
    MOVE WS-AMOUNT TO TXN-AMOUNT
    MOVE WS-CURRENT-BALANCE TO TXN-BALANCE-AFTER
    MOVE WS-RUN-ID TO TXN-RUN-ID
    MOVE WS-ORIG-RUN-ID TO TXN-ORIG-RUN-ID
    MOVE WS-ORIG-LINE TO TXN-ORIG-LINE
    PERFORM ACCUMULATE-TRIAL-BALANCE
    PERFORM WRITE-HISTORY-RECORD
    WRITE TXN-DETAIL-RECORD
    PERFORM CHECK-DETAIL-WRITE-STATUS

    MOVE WS-BRANCH-CODE TO TXN-BRANCH
    MOVE WS-TO-ACCOUNT-ID TO TXN-ACCOUNT-ID
    MOVE WS-LINE-COUNT TO TXN-LINE-SEQ
    MOVE WS-TXN-DATE TO TXN-DATE
    MOVE "loan-disb" TO TXN-TYPE
    MOVE WS-AMOUNT TO TXN-AMOUNT
    MOVE WS-TO-BALANCE TO TXN-BALANCE-AFTER
    MOVE WS-RUN-ID TO TXN-RUN-ID
    MOVE WS-ORIG-RUN-ID TO TXN-ORIG-RUN-ID
    MOVE WS-ORIG-LINE TO TXN-ORIG-LINE
    PERFORM ACCUMULATE-TRIAL-BALANCE
    PERFORM WRITE-HISTORY-RECORD
    WRITE TXN-DETAIL-RECORD
    PERFORM CHECK-DETAIL-WRITE-STATUS.

WRITE-LOAN-SCHEDULE.
    OPEN EXTEND LOAN-SCHEDULE-FILE
    IF WS-LSCHED-FILE-STATUS = "35"
        OPEN OUTPUT LOAN-SCHEDULE-FILE
        CLOSE LOAN-SCHEDULE-FILE
        OPEN EXTEND LOAN-SCHEDULE-FILE
    END-IF

    MOVE LOAN-OUTSTANDING TO WS-LOAN-SCHED-BALANCE
    MOVE LOAN-NEXT-DUE-DATE TO WS-LOAN-DATE-NUM

    MOVE 1 TO WS-LOAN-SCHED-IDX
    PERFORM UNTIL WS-LOAN-SCHED-IDX > LOAN-TERM
        COMPUTE WS-LOAN-INTEREST ROUNDED =
            WS-LOAN-SCHED-BALANCE * LOAN-RATE / 1200
        IF WS-LOAN-SCHED-IDX = LOAN-TERM
            MOVE WS-LOAN-SCHED-BALANCE TO WS-LOAN-PRINCIPAL-PART
        ELSE
            IF LOAN-INSTALMENT > WS-LOAN-INTEREST
                COMPUTE WS-LOAN-PRINCIPAL-PART =
                    LOAN-INSTALMENT - WS-LOAN-INTEREST
            ELSE
                MOVE 0 TO WS-LOAN-PRINCIPAL-PART
            END-IF
            IF WS-LOAN-PRINCIPAL-PART > WS-LOAN-SCHED-BALANCE
                MOVE WS-LOAN-SCHED-BALANCE TO WS-LOAN-PRINCIPAL-PART
            END-IF
        END-IF
        COMPUTE WS-LOAN-DUE-AMOUNT =
            WS-LOAN-INTEREST + WS-LOAN-PRINCIPAL-PART
        SUBTRACT WS-LOAN-PRINCIPAL-PART FROM WS-LOAN-SCHED-BALANCE

        MOVE SPACES TO WS-LOAN-LINE
        STRING LOAN-ACCOUNT-ID           DELIMITED BY SIZE
               ","                       DELIMITED BY SIZE
               WS-LOAN-SCHED-IDX         DELIMITED BY SIZE
               ","                       DELIMITED BY SIZE
               WS-LOAN-DATE-NUM          DELIMITED BY SIZE
               ","                       DELIMITED BY SIZE
               WS-LOAN-DUE-AMOUNT        DELIMITED BY SIZE
               ","                       DELIMITED BY SIZE
               WS-LOAN-INTEREST          DELIMITED BY SIZE
               ","                       DELIMITED BY SIZE
               WS-LOAN-PRINCIPAL-PART    DELIMITED BY SIZE
               ","                       DELIMITED BY SIZE
               WS-LOAN-SCHED-BALANCE     DELIMITED BY SIZE
            INTO WS-LOAN-LINE
        END-STRING
        MOVE WS-LOAN-LINE TO LOAN-SCHEDULE-LINE
        WRITE LOAN-SCHEDULE-LINE

        PERFORM ADVANCE-LOAN-DUE-DATE
        ADD 1 TO WS-LOAN-SCHED-IDX
    END-PERFORM

    CLOSE LOAN-SCHEDULE-FILE.

ADVANCE-LOAN-DUE-DATE.
    IF WS-LOAN-DATE-MM = 12
        MOVE 1 TO WS-LOAN-DATE-MM
        ADD 1 TO WS-LOAN-DATE-YYYY
    ELSE
        ADD 1 TO WS-LOAN-DATE-MM
    END-IF

    MOVE WS-LOAN-ANCHOR-DAY TO WS-LOAN-DATE-DD
    PERFORM UNTIL FUNCTION INTEGER-OF-DATE(WS-LOAN-DATE-NUM) > 0
                  OR WS-LOAN-DATE-DD < 29
        SUBTRACT 1 FROM WS-LOAN-DATE-DD
    END-PERFORM.

POST-HOLD.
    MOVE WS-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
        END-IF
    END-IF.

CHECK-AVAILABLE-BALANCE.
    PERFORM COMPUTE-ACCOUNT-HOLDS
    MOVE WS-STORED-PRODUCT-CODE TO WS-PRODUCT-LOOKUP-CODE
    PERFORM LOOKUP-PRODUCT

    IF WS-CURRENT-BALANCE - WS-ACTIVE-HOLD-TOTAL + WS-OVERDRAFT-LIMIT
       < WS-AMOUNT + WS-FEE-AMOUNT
        MOVE "N" TO WS-IS-VALID
        MOVE "solde disponible insuffisant" TO WS-ERROR-MESSAGE
    END-IF.

COMPUTE-ACCOUNT-HOLDS.
    MOVE 0 TO WS-ACTIVE-HOLD-TOTAL
    MOVE 1 TO WS-HOLD-IDX
                   AND FUNCTION TRIM(WS-TYPE) NOT = "deposit"
                    MOVE "N" TO WS-IS-VALID
                    MOVE "compte dormant" TO WS-ERROR-MESSAGE
                ELSE
                    IF WS-STORED-ACCT-CLASS = "L"
                        MOVE "N" TO WS-IS-VALID
                        MOVE "operation interdite sur compte pret"
                            TO WS-ERROR-MESSAGE
                    END-IF
                END-IF
            END-IF
        END-IF
            IF WS-LOOKUP-STATUS = "C"
                MOVE "N" TO WS-IS-VALID
                MOVE "compte destination cloture" TO WS-ERROR-MESSAGE
            ELSE
                IF WS-STORED-ACCT-CLASS = "L"
                    MOVE "N" TO WS-IS-VALID
                    MOVE "compte destination pret" TO WS-ERROR-MESSAGE
                END-IF
            END-IF
        END-IF
    END-IF.
    MOVE WS-STORED-OPEN-DATE TO JRN-OPEN-DATE
    MOVE WS-STORED-STATUS TO JRN-STATUS
    MOVE WS-STORED-CUSTOMER-NO TO JRN-CUSTOMER-NO
    MOVE WS-STORED-PRODUCT-CODE TO JRN-PRODUCT-CODE
    MOVE WS-STORED-ACCT-CLASS TO JRN-ACCT-CLASS
    MOVE WS-MAKER-ID TO JRN-MAKER-ID
    MOVE WS-CHECKER-ID TO JRN-CHECKER-ID
    WRITE JRN-RECORD
    PERFORM CHECK-JOURNAL-WRITE-STATUS
    PERFORM UPDATE-CUSTOMER-BALANCE.
    MOVE WS-RUN-ID TO TXN-RUN-ID
    MOVE WS-ORIG-RUN-ID TO TXN-ORIG-RUN-ID
    MOVE WS-ORIG-LINE TO TXN-ORIG-LINE
    PERFORM ACCUMULATE-TRIAL-BALANCE
    PERFORM WRITE-HISTORY-RECORD
    WRITE TXN-DETAIL-RECORD
    PERFORM CHECK-DETAIL-WRITE-STATUS.

    MOVE WS-RUN-ID TO TXN-RUN-ID
    MOVE WS-ORIG-RUN-ID TO TXN-ORIG-RUN-ID
    MOVE WS-ORIG-LINE TO TXN-ORIG-LINE
    PERFORM ACCUMULATE-TRIAL-BALANCE
    PERFORM WRITE-HISTORY-RECORD
    WRITE TXN-DETAIL-RECORD
    PERFORM CHECK-DETAIL-WRITE-STATUS.

    MOVE WS-RUN-ID TO TXN-RUN-ID
    MOVE WS-ORIG-RUN-ID TO TXN-ORIG-RUN-ID
    MOVE WS-ORIG-LINE TO TXN-ORIG-LINE
    PERFORM ACCUMULATE-TRIAL-BALANCE
    PERFORM WRITE-HISTORY-RECORD
    WRITE TXN-DETAIL-RECORD
    PERFORM CHECK-DETAIL-WRITE-STATUS

    MOVE WS-RUN-ID TO TXN-RUN-ID
    MOVE WS-ORIG-RUN-ID TO TXN-ORIG-RUN-ID
    MOVE WS-ORIG-LINE TO TXN-ORIG-LINE
    PERFORM ACCUMULATE-TRIAL-BALANCE
    PERFORM WRITE-HISTORY-RECORD
    WRITE TXN-DETAIL-RECORD
    PERFORM CHECK-DETAIL-WRITE-STATUS.

    DISPLAY "Ouvertures          : " WS-OPEN-COUNT
    DISPLAY "Gels                : " WS-FREEZE-COUNT
    DISPLAY "Clotures            : " WS-CLOSE-COUNT
    DISPLAY "Soldes de cloture   : " WS-TOTAL-CLOSE-PAYOUT
    DISPLAY "Liaisons clients    : " WS-LINK-COUNT
    DISPLAY "Prets accordes      : " WS-LOAN-OPEN-COUNT
    DISPLAY "Total decaisse      : " WS-TOTAL-LOAN-DISB
    DISPLAY "Echeances encaissees: " WS-LOAN-COLLECT-COUNT
    DISPLAY "Prets en retard     : " WS-LOAN-ARREARS-COUNT
    DISPLAY "Paiements emis      : " WS-EXTPAY-COUNT
    DISPLAY "Total paiements emis: " WS-TOTAL-EXTPAY-OUT
    IF WS-RUN-MODE = "CLEARING"
        DISPLAY "Virements recus     : " WS-CLEARING-IN-COUNT
        DISPLAY "Total recu          : " WS-TOTAL-CLEARING-IN
        DISPLAY "Retours compensation: " WS-CLEARING-RET-COUNT
        DISPLAY "Total retourne      : " WS-TOTAL-CLEARING-RET
    END-IF
    DISPLAY "Total depose        : " WS-TOTAL-DEPOSIT
    DISPLAY "Total retire        : " WS-TOTAL-WITHDRAW
    DISPLAY "Total transfere     : " WS-TOTAL-TRANSFER
    DISPLAY "Doublons rejetes    : " WS-DUP-COUNT-REJECTED
    DISPLAY "Entreposees (futur) : " WS-WAREHOUSED-COUNT
    DISPLAY "Liberees (echeance) : " WS-RELEASED-COUNT
    DISPLAY "En attente approb.  : " WS-QUEUED-COUNT
    IF WS-RUN-MODE = "APPROVAL"
        DISPLAY "Approuvees passees  : " WS-APR-POSTED-COUNT
        DISPLAY "Declinees           : " WS-APR-DECLINED-COUNT
        DISPLAY "Approuvees en echec : " WS-APR-FAILED-COUNT
        DISPLAY "Expirees            : " WS-APR-EXPIRED-COUNT
    END-IF
    IF WS-RUN-MODE = "REENTRY"
        DISPLAY "Rejets 2e passe     : " WS-REJECT2-COUNT
    END-IF
DISPLAY-STATEMENT-REPORT.
    CLOSE TRANSACTION-DETAIL-FILE

    MOVE "Y" TO WS-FIRST-DETAIL-ROW
    MOVE 0 TO WS-PREV-ACCOUNT-ID
    MOVE 0 TO WS-STATEMENT-ACCOUNT-COUNT
    DISPLAY "   RELEVE DE FIN DE PERIODE PAR COMPTE - " WS-REPORT-MONTH
    DISPLAY "----------------------------------------"

    MOVE "S" TO WS-TXH-PURPOSE
    MOVE 0 TO WS-TXH-ONE-ACCOUNT
    COMPUTE WS-TXH-FROM-DATE = FUNCTION NUMVAL(WS-REPORT-MONTH) * 100 + 1
    COMPUTE WS-TXH-TO-DATE = FUNCTION NUMVAL(WS-REPORT-MONTH) * 100 + 31
    PERFORM BROWSE-HISTORY-RANGE

    IF WS-FIRST-DETAIL-ROW = "N"
        PERFORM DISPLAY-STATEMENT-TRAILER
    END-IF

    DISPLAY "Comptes sur le releve : " WS-STATEMENT-ACCOUNT-COUNT
    DISPLAY "----------------------------------------"

    MOVE 0 TO WS-REL-TOTAL
    MOVE "N" TO WS-RELSUM-HEADER-SHOWN

    MOVE "N" TO WS-REL-SCAN-EOF-FLAG
    MOVE WS-RELSUM-CUST-NO TO WS-STORED-CUSTOMER-NO
    START ACCOUNT-MASTER KEY IS EQUAL TO WS-STORED-CUSTOMER-NO
        INVALID KEY
            MOVE "Y" TO WS-REL-SCAN-EOF-FLAG
    END-START

    PERFORM UNTIL WS-REL-SCAN-EOF-FLAG = "Y"
        READ ACCOUNT-MASTER NEXT RECORD
            AT END
                MOVE "Y" TO WS-REL-SCAN-EOF-FLAG
            NOT AT END
                IF WS-STORED-CUSTOMER-NO NOT = WS-RELSUM-CUST-NO
                    MOVE "Y" TO WS-REL-SCAN-EOF-FLAG
                ELSE
                    IF WS-RELSUM-HEADER-SHOWN = "N"
                        MOVE "Y" TO WS-RELSUM-HEADER-SHOWN
                        DISPLAY "Client " WS-RELSUM-CUST-NO
PROCESS-STATEMENT-ROW.
    IF WS-FIRST-DETAIL-ROW = "Y"
        MOVE "N" TO WS-FIRST-DETAIL-ROW
        MOVE TXH-ACCOUNT-ID TO WS-PREV-ACCOUNT-ID
        ADD 1 TO WS-STATEMENT-ACCOUNT-COUNT
        DISPLAY "Compte " TXH-ACCOUNT-ID
    ELSE
        IF TXH-ACCOUNT-ID NOT = WS-PREV-ACCOUNT-ID
            PERFORM DISPLAY-STATEMENT-TRAILER
            MOVE TXH-ACCOUNT-ID TO WS-PREV-ACCOUNT-ID
            ADD 1 TO WS-STATEMENT-ACCOUNT-COUNT
            DISPLAY "Compte " TXH-ACCOUNT-ID
        END-IF
    END-IF

    DISPLAY "   " TXH-TXN-DATE
            " | " TXH-TYPE
            " | Montant: " TXH-AMOUNT
            " | Solde: " TXH-BALANCE-AFTER

    MOVE TXH-BALANCE-AFTER TO WS-STATEMENT-BALANCE.

DISPLAY-STATEMENT-TRAILER.
    DISPLAY "   Solde final : " WS-STATEMENT-BALANCE.
