>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. HISTLOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

    SELECT TRANSACTION-DETAIL-FILE ASSIGN TO "transactions-detail.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TXN-DETAIL-FILE-STATUS.

    SELECT TXN-HISTORY-FILE ASSIGN TO "transactions-history.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TXH-KEY
        FILE STATUS IS WS-TXH-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ARCHIVE-FILE.
01 ARCHIVE-RECORD                 PIC X(150).

FD TRANSACTION-DETAIL-FILE.
01 TXN-DETAIL-RECORD.
   05 TXN-ACCOUNT-ID              PIC 9(5).
   05 TXN-LINE-SEQ                PIC 9(5).
   05 TXN-DATE                    PIC X(10).
   05 TXN-TYPE                    PIC X(12).
   05 TXN-AMOUNT                  PIC S9(9)V99.
   05 TXN-BALANCE-AFTER           PIC S9(9)V99.
   05 TXN-RUN-ID                  PIC X(16).
   05 TXN-ORIG-RUN-ID             PIC X(16).
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

WORKING-STORAGE SECTION.
01 WS-ARCHIVE-FILE-STATUS         PIC XX VALUE SPACES.
01 WS-TXN-DETAIL-FILE-STATUS      PIC XX VALUE SPACES.
01 WS-TXH-FILE-STATUS             PIC XX VALUE SPACES.

01 WS-ARCH-EOF-FLAG               PIC X VALUE "N".
01 WS-DETAIL-EOF-FLAG             PIC X VALUE "N".
01 WS-TXH-EOF-FLAG                PIC X VALUE "N".

01 WS-RUN-DATE                    PIC X(8) VALUE SPACES.
01 WS-ARCHIVE-FILE-NAME           PIC X(30) VALUE SPACES.
01 WS-ARCH-MONTH-SER              PIC 9(7) VALUE 0.
01 WS-ARCH-IDX                    PIC 9(3) VALUE 0.
01 WS-ARCH-YEAR                   PIC 9(4) VALUE 0.
01 WS-ARCH-MONTH                  PIC 9(2) VALUE 0.
01 WS-ARCH-MONTH-TXT.
   05 WS-ARCH-MONTH-YYYY          PIC 9(4).
   05 WS-ARCH-MONTH-MM            PIC 9(2).

01 WS-TXH-WRITE-DATE              PIC 9(8) VALUE 0.
01 WS-TXH-NEXT-SEQ                PIC 9(5) VALUE 0.

01 WS-ARCHIVE-COUNT               PIC 9(5) VALUE 0.
01 WS-ARCHIVE-ROW-COUNT           PIC 9(7) VALUE 0.
01 WS-DETAIL-ROW-COUNT            PIC 9(7) VALUE 0.
01 WS-LOADED-COUNT                PIC 9(7) VALUE 0.
01 WS-ERROR-COUNT                 PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

    OPEN OUTPUT TXN-HISTORY-FILE
    CLOSE TXN-HISTORY-FILE
    OPEN I-O TXN-HISTORY-FILE
    IF WS-TXH-FILE-STATUS NOT = "00"
        DISPLAY "ERR  | transactions-history.dat inaccessible : "
                WS-TXH-FILE-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM LOAD-ARCHIVES
    PERFORM LOAD-DETAIL

    CLOSE TXN-HISTORY-FILE

    DISPLAY "========================================"
    DISPLAY "   CHARGEMENT DE L'HISTORIQUE INDEXE"
    DISPLAY "========================================"
    DISPLAY "Archives lues       : " WS-ARCHIVE-COUNT
    DISPLAY "Lignes d'archive    : " WS-ARCHIVE-ROW-COUNT
    DISPLAY "Lignes de detail    : " WS-DETAIL-ROW-COUNT
    DISPLAY "Lignes chargees     : " WS-LOADED-COUNT
    DISPLAY "Lignes en erreur    : " WS-ERROR-COUNT
    DISPLAY "========================================"

    IF WS-ERROR-COUNT > 0
        MOVE 8 TO RETURN-CODE
    END-IF

    STOP RUN.

LOAD-ARCHIVES.
    COMPUTE WS-ARCH-MONTH-SER =
        FUNCTION NUMVAL(WS-RUN-DATE(1:4)) * 12
        + FUNCTION NUMVAL(WS-RUN-DATE(5:2)) - 1 - 120

    MOVE 0 TO WS-ARCH-IDX
    PERFORM UNTIL WS-ARCH-IDX > 120
        COMPUTE WS-ARCH-YEAR = WS-ARCH-MONTH-SER / 12
        COMPUTE WS-ARCH-MONTH = FUNCTION MOD(WS-ARCH-MONTH-SER 12) + 1
        MOVE WS-ARCH-YEAR TO WS-ARCH-MONTH-YYYY
        MOVE WS-ARCH-MONTH TO WS-ARCH-MONTH-MM
        MOVE SPACES TO WS-ARCHIVE-FILE-NAME
        STRING "txn-archive-"        DELIMITED BY SIZE
               WS-ARCH-MONTH-TXT     DELIMITED BY SIZE
               ".dat"                DELIMITED BY SIZE
            INTO WS-ARCHIVE-FILE-NAME
        END-STRING

        OPEN INPUT ARCHIVE-FILE
        IF WS-ARCHIVE-FILE-STATUS = "00"
            ADD 1 TO WS-ARCHIVE-COUNT
            MOVE "N" TO WS-ARCH-EOF-FLAG
            PERFORM UNTIL WS-ARCH-EOF-FLAG = "Y"
                READ ARCHIVE-FILE
                    AT END
                        MOVE "Y" TO WS-ARCH-EOF-FLAG
                    NOT AT END
                        IF ARCHIVE-RECORD(1:8) NOT = "CONTROL,"
                            ADD 1 TO WS-ARCHIVE-ROW-COUNT
                            MOVE ARCHIVE-RECORD TO TXN-DETAIL-RECORD
                            PERFORM WRITE-HISTORY-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ARCHIVE-FILE
        END-IF

        ADD 1 TO WS-ARCH-MONTH-SER
        ADD 1 TO WS-ARCH-IDX
    END-PERFORM.

LOAD-DETAIL.
    OPEN INPUT TRANSACTION-DETAIL-FILE
    IF WS-TXN-DETAIL-FILE-STATUS = "00"
        MOVE "N" TO WS-DETAIL-EOF-FLAG
        PERFORM UNTIL WS-DETAIL-EOF-FLAG = "Y"
            READ TRANSACTION-DETAIL-FILE
                AT END
                    MOVE "Y" TO WS-DETAIL-EOF-FLAG
                NOT AT END
                    ADD 1 TO WS-DETAIL-ROW-COUNT
                    PERFORM WRITE-HISTORY-RECORD
            END-READ
        END-PERFORM
        CLOSE TRANSACTION-DETAIL-FILE
    ELSE
        DISPLAY "INFO | transactions-detail.dat absent : "
                WS-TXN-DETAIL-FILE-STATUS
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

    IF WS-TXH-FILE-STATUS = "00"
        ADD 1 TO WS-LOADED-COUNT
    ELSE
        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "ERR  | Compte " TXN-ACCOUNT-ID
                " | Date " TXN-DATE
                " | Ecriture historique en erreur : "
                WS-TXH-FILE-STATUS
    END-IF.
