       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMNT.
       AUTHOR. RHABI MENDOZA.
       INSTALLATION. PUP MAIN.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED. OCTOBER 15, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM MAINTAINS THE INDEXED BANK ACCOUNT
           MASTER (BANKACCT.dat, KEYED ON WORKER NUMBER LIKE
           WORKERMST.dat) FROM ADD/CHANGE/DELETE TRANSACTIONS ON
           BANKTRAN.txt. EACH ACCOUNT CARRIES THE BANK/BRANCH CODE,
           THE ACCOUNT NUMBER, THE NAME ON THE ACCOUNT AND THE
           ACCOUNT TYPE (S SAVINGS, C CHECKING), PLUS THE DATE AND
           TIME IT WAS LAST ADDED OR CHANGED SO BANKXFER.cob CAN
           FLAG ACCOUNTS CHANGED SHORTLY BEFORE PAYDAY FOR CALLBACK
           VERIFICATION. THE WORKER MUST BE ON WORKERMST.dat. EVERY
           APPLIED TRANSACTION IS WRITTEN WITH ITS BEFORE AND AFTER
           IMAGE TO THE HISTORY FILE BANKHIST.txt AND PRINTED ON THE
           MAINTENANCE LOG BANKLOG.txt; REJECTED TRANSACTIONS ARE
           LISTED ON THE LOG WITH THE REASON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ACER.
       OBJECT-COMPUTER. ACER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BTRANFILE ASSIGN TO 'BANKTRAN.txt'
               FILE STATUS IS BTRAN-STATUS.
           SELECT MSTFILE ASSIGN TO 'WORKERMST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-WNO
               FILE STATUS IS MSTFILE-STATUS.
           SELECT BANKFILE ASSIGN TO 'BANKACCT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-WNO
               FILE STATUS IS BANKFILE-STATUS.
           SELECT BHISTFILE ASSIGN TO 'BANKHIST.txt'
               FILE STATUS IS BHIST-STATUS.
           SELECT BLOGFILE ASSIGN TO 'BANKLOG.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD BTRANFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS BTRAN-REC.

       01 BTRAN-REC.
           05 BT-TRCD PIC A.
           05 BT-WNO PIC X(7).
           05 BT-BANKCD PIC X(9).
           05 BT-ACCTNO PIC X(12).
           05 BT-ACCTNAME PIC X(25).
           05 BT-ACCTTYPE PIC X(1).

       FD MSTFILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS MST-REC.

       01 MST-REC.
           05 MST-PROVCD PIC A.
           05 MST-WNO PIC X(7).
           05 MST-WNAME PIC X(25).
           05 MST-STATCD PIC A.

       FD BANKFILE
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS BANK-REC.

       01 BANK-REC.
           05 BA-WNO PIC X(7).
           05 BA-BANKCD PIC X(9).
           05 BA-ACCTNO PIC X(12).
           05 BA-ACCTNAME PIC X(25).
           05 BA-ACCTTYPE PIC X(1).
           05 BA-CHGDATE PIC X(8).
           05 BA-CHGTIME PIC X(6).

       FD BHISTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 121 CHARACTERS
           DATA RECORD IS BHIST-REC.

       01 BHIST-REC.
           05 BH-DATE PIC X(8).
           05 BH-TIME PIC X(6).
           05 BH-ACTION PIC X(6).
           05 BH-WNO PIC X(7).
           05 BH-OLD-BANKCD PIC X(9).
           05 BH-OLD-ACCTNO PIC X(12).
           05 BH-OLD-ACCTNAME PIC X(25).
           05 BH-OLD-ACCTTYPE PIC X(1).
           05 BH-NEW-BANKCD PIC X(9).
           05 BH-NEW-ACCTNO PIC X(12).
           05 BH-NEW-ACCTNAME PIC X(25).
           05 BH-NEW-ACCTTYPE PIC X(1).

       FD BLOGFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BLOGREC.

       01 BLOGREC.
           05 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 TEMP-VALUES.
           05 BTRAN-STATUS PIC X(2) VALUE "00".
           05 MSTFILE-STATUS PIC X(2) VALUE "00".
           05 BANKFILE-STATUS PIC X(2) VALUE "00".
           05 BHIST-STATUS PIC X(2) VALUE "00".
           05 BTRAN-EOFSW PIC X(3) VALUE "NO ".

       01 EDIT-CONTROLS.
           05 TRAN-VALID-SW PIC X(3) VALUE "YES".
           05 EDIT-MSG PIC X(30) VALUE SPACES.
           05 MST-FOUND-SW PIC X(3) VALUE "NO ".
           05 ACCT-FOUND-SW PIC X(3) VALUE "NO ".

       01 BNK-CONTROLS.
           05 BNK-READCNT PIC 9(5) VALUE 0.
           05 BNK-ADDCNT PIC 9(5) VALUE 0.
           05 BNK-CHGCNT PIC 9(5) VALUE 0.
           05 BNK-DELCNT PIC 9(5) VALUE 0.
           05 BNK-REJCNT PIC 9(5) VALUE 0.
           05 BNK-DATE PIC X(8).
           05 BNK-TIME-RAW PIC X(8).

       01 SAVE-ACCOUNT.
           05 SAVE-BANKCD PIC X(9).
           05 SAVE-ACCTNO PIC X(12).
           05 SAVE-ACCTNAME PIC X(25).
           05 SAVE-ACCTTYPE PIC X(1).

       01 BNK-HD1.
           05 FILLER PIC X(33)
              VALUE "BANK ACCOUNT MAINTENANCE LOG.".
           05 FILLER PIC X(47) VALUE SPACES.

       01 BNK-COLHD1.
           05 FILLER PIC X(10) VALUE "ACTION    ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "WORKER ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "BANK CODE".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "ACCOUNT NO. ".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "NAME ON ACCOUNT".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "TYPE".
           05 FILLER PIC X(6) VALUE SPACES.

       01 BNK-LINE.
           05 BNK-LINE-ACTION PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BNK-LINE-WNO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BNK-LINE-BANKCD PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BNK-LINE-ACCTNO PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BNK-LINE-ACCTNAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BNK-LINE-ACCTTYPE PIC X(1).
           05 FILLER PIC X(8) VALUE SPACES.

       01 BNK-REJ-LINE.
           05 FILLER PIC X(10) VALUE "**REJECT**".
           05 FILLER PIC X(2) VALUE SPACES.
           05 BNK-REJ-WNO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "CODE ".
           05 BNK-REJ-TRCD PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BNK-REJ-MSG PIC X(30).
           05 FILLER PIC X(21) VALUE SPACES.

       01 BNK-TOTALS.
           05 FILLER PIC X(7) VALUE "READ: ".
           05 BNK-READ-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ADDED: ".
           05 BNK-ADD-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "CHANGED: ".
           05 BNK-CHG-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "DELETED: ".
           05 BNK-DEL-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "REJECTED: ".
           05 BNK-REJ-OUT PIC ZZ,ZZ9.

       01 NEWLINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM INITIAL-RTN.
           PERFORM UNTIL BTRAN-EOFSW = "YES"
               PERFORM PROCESS-BTRAN-RTN
           END-PERFORM.
           PERFORM FINISH-RTN.
           STOP RUN.

       INITIAL-RTN.
           OPEN INPUT MSTFILE.
           IF MSTFILE-STATUS NOT = "00"
               DISPLAY "WORKERMST.dat NOT FOUND - RUN WORKERLOAD.cob "
                   "OR WORKERMNT.cob FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O BANKFILE.
           IF BANKFILE-STATUS = "35"
               DISPLAY "BANKACCT.dat NOT FOUND - STARTING AN EMPTY "
                   "BANK ACCOUNT FILE"
               OPEN OUTPUT BANKFILE
               CLOSE BANKFILE
               OPEN I-O BANKFILE
           END-IF.

           OPEN INPUT BTRANFILE.
           IF BTRAN-STATUS NOT = "00"
               MOVE "YES" TO BTRAN-EOFSW
               DISPLAY "BANKTRAN.txt MISSING - NO ACCOUNTS MAINTAINED"
           END-IF.

           OPEN EXTEND BHISTFILE.
           IF BHIST-STATUS NOT = "00"
               OPEN OUTPUT BHISTFILE
           END-IF.
           OPEN OUTPUT BLOGFILE.

           ACCEPT BNK-DATE FROM DATE YYYYMMDD.
           ACCEPT BNK-TIME-RAW FROM TIME.

           WRITE BLOGREC FROM BNK-HD1.
           WRITE BLOGREC FROM NEWLINE.
           WRITE BLOGREC FROM BNK-COLHD1.
           WRITE BLOGREC FROM NEWLINE.
       INITIAL-END.

       PROCESS-BTRAN-RTN.
           READ BTRANFILE
               AT END
                   MOVE "YES" TO BTRAN-EOFSW
               NOT AT END
                   ADD 1 TO BNK-READCNT
                   PERFORM APPLY-BTRAN-RTN
           END-READ.
       PROCESS-BTRAN-END.

       APPLY-BTRAN-RTN.
           PERFORM EDIT-BTRAN-RTN

           IF TRAN-VALID-SW = "NO "
               PERFORM REJECT-BTRAN-RTN
           ELSE
               EVALUATE BT-TRCD
                   WHEN "A"
                       PERFORM ADD-ACCOUNT-RTN
                   WHEN "C"
                       PERFORM CHANGE-ACCOUNT-RTN
                   WHEN "D"
                       PERFORM DELETE-ACCOUNT-RTN
               END-EVALUATE
           END-IF.
       APPLY-BTRAN-END.

       EDIT-BTRAN-RTN.
           MOVE "YES" TO TRAN-VALID-SW
           MOVE SPACES TO EDIT-MSG

           IF BT-TRCD NOT = "A" AND BT-TRCD NOT = "C"
              AND BT-TRCD NOT = "D"
               MOVE "NO " TO TRAN-VALID-SW
               MOVE "UNKNOWN TRANSACTION CODE" TO EDIT-MSG
           END-IF

           IF TRAN-VALID-SW = "YES" AND BT-WNO = SPACES
               MOVE "NO " TO TRAN-VALID-SW
               MOVE "WORKER NUMBER MISSING" TO EDIT-MSG
           END-IF

           IF TRAN-VALID-SW = "YES"
               PERFORM FIND-ACCOUNT-RTN
               IF BT-TRCD = "A" AND ACCT-FOUND-SW = "YES"
                   MOVE "NO " TO TRAN-VALID-SW
                   MOVE "ACCOUNT ALREADY ON FILE" TO EDIT-MSG
               END-IF
               IF BT-TRCD NOT = "A" AND ACCT-FOUND-SW = "NO "
                   MOVE "NO " TO TRAN-VALID-SW
                   MOVE "NO ACCOUNT ON FILE" TO EDIT-MSG
               END-IF
           END-IF

           IF TRAN-VALID-SW = "YES"
              AND (BT-TRCD = "A" OR BT-TRCD = "C")
               PERFORM FIND-MASTER-RTN
               IF MST-FOUND-SW = "NO "
                   MOVE "NO " TO TRAN-VALID-SW
                   MOVE "WORKER NOT ON MASTER" TO EDIT-MSG
               ELSE IF BT-BANKCD = SPACES
                   MOVE "NO " TO TRAN-VALID-SW
                   MOVE "BANK CODE MISSING" TO EDIT-MSG
               ELSE IF BT-ACCTNO NOT NUMERIC
                   MOVE "NO " TO TRAN-VALID-SW
                   MOVE "INVALID ACCOUNT NUMBER" TO EDIT-MSG
               ELSE IF BT-ACCTNAME = SPACES
                   MOVE "NO " TO TRAN-VALID-SW
                   MOVE "NAME ON ACCOUNT MISSING" TO EDIT-MSG
               ELSE IF BT-ACCTTYPE NOT = "S" AND BT-ACCTTYPE NOT = "C"
                   MOVE "NO " TO TRAN-VALID-SW
                   MOVE "INVALID ACCOUNT TYPE" TO EDIT-MSG
               END-IF
           END-IF.
       EDIT-BTRAN-END.

       FIND-ACCOUNT-RTN.
           MOVE "NO " TO ACCT-FOUND-SW
           MOVE BT-WNO TO BA-WNO
           READ BANKFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO ACCT-FOUND-SW
           END-READ.
       FIND-ACCOUNT-END.

       FIND-MASTER-RTN.
           MOVE "NO " TO MST-FOUND-SW
           MOVE BT-WNO TO MST-WNO
           READ MSTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO MST-FOUND-SW
           END-READ.
       FIND-MASTER-END.

       REJECT-BTRAN-RTN.
           MOVE BT-WNO TO BNK-REJ-WNO
           MOVE BT-TRCD TO BNK-REJ-TRCD
           MOVE EDIT-MSG TO BNK-REJ-MSG
           WRITE BLOGREC FROM BNK-REJ-LINE
           ADD 1 TO BNK-REJCNT.
       REJECT-BTRAN-END.

       ADD-ACCOUNT-RTN.
           MOVE SPACES TO SAVE-ACCOUNT
           MOVE BT-WNO TO BA-WNO
           MOVE BT-BANKCD TO BA-BANKCD
           MOVE BT-ACCTNO TO BA-ACCTNO
           MOVE BT-ACCTNAME TO BA-ACCTNAME
           MOVE BT-ACCTTYPE TO BA-ACCTTYPE
           MOVE BNK-DATE TO BA-CHGDATE
           MOVE BNK-TIME-RAW(1:6) TO BA-CHGTIME
           WRITE BANK-REC
               INVALID KEY
                   MOVE "ACCOUNT ALREADY ON FILE" TO EDIT-MSG
                   PERFORM REJECT-BTRAN-RTN
               NOT INVALID KEY
                   MOVE "ADD" TO BH-ACTION
                   PERFORM WRITE-BHIST-RTN
                   MOVE "ADD" TO BNK-LINE-ACTION
                   PERFORM WRITE-AFTER-LINE-RTN
                   ADD 1 TO BNK-ADDCNT
           END-WRITE.
       ADD-ACCOUNT-END.

       CHANGE-ACCOUNT-RTN.
           MOVE BA-BANKCD TO SAVE-BANKCD
           MOVE BA-ACCTNO TO SAVE-ACCTNO
           MOVE BA-ACCTNAME TO SAVE-ACCTNAME
           MOVE BA-ACCTTYPE TO SAVE-ACCTTYPE
           MOVE BT-BANKCD TO BA-BANKCD
           MOVE BT-ACCTNO TO BA-ACCTNO
           MOVE BT-ACCTNAME TO BA-ACCTNAME
           MOVE BT-ACCTTYPE TO BA-ACCTTYPE
           MOVE BNK-DATE TO BA-CHGDATE
           MOVE BNK-TIME-RAW(1:6) TO BA-CHGTIME
           REWRITE BANK-REC
           MOVE "CHANGE" TO BH-ACTION
           PERFORM WRITE-BHIST-RTN
           MOVE "BEFORE" TO BNK-LINE-ACTION
           PERFORM WRITE-BEFORE-LINE-RTN
           MOVE "AFTER" TO BNK-LINE-ACTION
           PERFORM WRITE-AFTER-LINE-RTN
           ADD 1 TO BNK-CHGCNT.
       CHANGE-ACCOUNT-END.

       DELETE-ACCOUNT-RTN.
           MOVE BA-BANKCD TO SAVE-BANKCD
           MOVE BA-ACCTNO TO SAVE-ACCTNO
           MOVE BA-ACCTNAME TO SAVE-ACCTNAME
           MOVE BA-ACCTTYPE TO SAVE-ACCTTYPE
           DELETE BANKFILE RECORD
           MOVE "DELETE" TO BH-ACTION
           PERFORM WRITE-BHIST-RTN
           MOVE "DELETE" TO BNK-LINE-ACTION
           PERFORM WRITE-BEFORE-LINE-RTN
           ADD 1 TO BNK-DELCNT.
       DELETE-ACCOUNT-END.

       WRITE-BHIST-RTN.
           MOVE BNK-DATE TO BH-DATE
           MOVE BNK-TIME-RAW(1:6) TO BH-TIME
           MOVE BT-WNO TO BH-WNO
           MOVE SAVE-BANKCD TO BH-OLD-BANKCD
           MOVE SAVE-ACCTNO TO BH-OLD-ACCTNO
           MOVE SAVE-ACCTNAME TO BH-OLD-ACCTNAME
           MOVE SAVE-ACCTTYPE TO BH-OLD-ACCTTYPE
           IF BH-ACTION = "DELETE"
               MOVE SPACES TO BH-NEW-BANKCD
               MOVE SPACES TO BH-NEW-ACCTNO
               MOVE SPACES TO BH-NEW-ACCTNAME
               MOVE SPACES TO BH-NEW-ACCTTYPE
           ELSE
               MOVE BT-BANKCD TO BH-NEW-BANKCD
               MOVE BT-ACCTNO TO BH-NEW-ACCTNO
               MOVE BT-ACCTNAME TO BH-NEW-ACCTNAME
               MOVE BT-ACCTTYPE TO BH-NEW-ACCTTYPE
           END-IF
           WRITE BHIST-REC.
       WRITE-BHIST-END.

       WRITE-BEFORE-LINE-RTN.
           MOVE BT-WNO TO BNK-LINE-WNO
           MOVE SAVE-BANKCD TO BNK-LINE-BANKCD
           MOVE SAVE-ACCTNO TO BNK-LINE-ACCTNO
           MOVE SAVE-ACCTNAME TO BNK-LINE-ACCTNAME
           MOVE SAVE-ACCTTYPE TO BNK-LINE-ACCTTYPE
           WRITE BLOGREC FROM BNK-LINE.
       WRITE-BEFORE-LINE-END.

       WRITE-AFTER-LINE-RTN.
           MOVE BT-WNO TO BNK-LINE-WNO
           MOVE BT-BANKCD TO BNK-LINE-BANKCD
           MOVE BT-ACCTNO TO BNK-LINE-ACCTNO
           MOVE BT-ACCTNAME TO BNK-LINE-ACCTNAME
           MOVE BT-ACCTTYPE TO BNK-LINE-ACCTTYPE
           WRITE BLOGREC FROM BNK-LINE.
       WRITE-AFTER-LINE-END.

       FINISH-RTN.
           MOVE BNK-READCNT TO BNK-READ-OUT
           MOVE BNK-ADDCNT TO BNK-ADD-OUT
           MOVE BNK-CHGCNT TO BNK-CHG-OUT
           MOVE BNK-DELCNT TO BNK-DEL-OUT
           MOVE BNK-REJCNT TO BNK-REJ-OUT
           WRITE BLOGREC FROM NEWLINE
           WRITE BLOGREC FROM BNK-TOTALS

           IF BNK-REJCNT > 0
               ADD 4 TO RETURN-CODE
           END-IF

           IF BTRAN-STATUS NOT = "35"
               CLOSE BTRANFILE
           END-IF
           CLOSE MSTFILE BANKFILE BHISTFILE BLOGFILE.
       FINISH-END.
