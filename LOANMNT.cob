       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMNT.
       AUTHOR. RHABI MENDOZA.
       INSTALLATION. PUP MAIN.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED. OCTOBER 15, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM MAINTAINS THE INDEXED LOAN BALANCE FILE
           LOANBAL.dat, KEYED ON WORKER NUMBER AND LOAN TYPE (SL SALARY
           LOAN, CA CASH ADVANCE, CD COOPERATIVE DUES), FROM THE
           TRANSACTIONS ON LOANTRAN.txt. A BOOKS A LOAN WITH ITS
           PRINCIPAL AND PER-PERIOD AMORTIZATION (COOPERATIVE DUES
           CARRY NO PRINCIPAL AND ARE TAKEN EVERY PERIOD UNTIL
           CANCELLED); A LOAN OF A TYPE ALREADY ACTIVE FOR THE WORKER IS
           REFUSED, BUT A CLOSED OR CANCELLED ONE IS REPLACED. C CHANGES
           THE AMORTIZATION OF AN ACTIVE LOAN AND X CANCELS IT, LEAVING
           THE RECORD ON FILE WITH ITS REMAINING BALANCE. THE WORKER
           MUST BE ON WORKERMST.dat. PAYCALC.cob TAKES THE
           AMORTIZATION EACH PERIOD AND CLOSES THE LOAN WHEN THE
           BALANCE REACHES ZERO. EVERY APPLIED TRANSACTION IS WRITTEN
           WITH ITS BEFORE AND AFTER IMAGE TO THE HISTORY FILE
           LOANHIST.txt AND PRINTED ON THE MAINTENANCE LOG LOANLOG.txt;
           REJECTED TRANSACTIONS ARE LISTED ON THE LOG WITH THE REASON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ACER.
       OBJECT-COMPUTER. ACER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LTRANFILE ASSIGN TO 'LOANTRAN.txt'
               FILE STATUS IS LTRAN-STATUS.
           SELECT MSTFILE ASSIGN TO 'WORKERMST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-WNO
               FILE STATUS IS MSTFILE-STATUS.
           SELECT LOANFILE ASSIGN TO 'LOANBAL.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS LOANFILE-STATUS.
           SELECT LHISTFILE ASSIGN TO 'LOANHIST.txt'
               FILE STATUS IS LHIST-STATUS.
           SELECT LLOGFILE ASSIGN TO 'LOANLOG.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD LTRANFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS LTRAN-REC.

       01 LTRAN-REC.
           05 LT-TRCD PIC A.
           05 LT-WNO PIC X(7).
           05 LT-TYPE PIC X(2).
           05 LT-PRINCIPAL PIC 9(8)V99.
           05 LT-AMORT PIC 9(8)V99.

       FD MSTFILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS MST-REC.

       01 MST-REC.
           05 MST-PROVCD PIC A.
           05 MST-WNO PIC X(7).
           05 MST-WNAME PIC X(25).
           05 MST-STATCD PIC A.

       FD LOANFILE
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS LOAN-REC.

       01 LOAN-REC.
           05 LN-KEY.
               10 LN-WNO PIC X(7).
               10 LN-TYPE PIC X(2).
           05 LN-PRINCIPAL PIC 9(8)V99.
           05 LN-AMORT PIC 9(8)V99.
           05 LN-BALANCE PIC 9(8)V99.
           05 LN-STATUS PIC X(1).
           05 LN-BOOKDT PIC X(8).
           05 LN-CLOSEDT PIC X(8).
           05 LN-LASTPER PIC 9(5).
           05 LN-LASTAMT PIC 9(8)V99.

       FD LHISTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS LHIST-REC.

       01 LHIST-REC.
           05 LH-DATE PIC X(8).
           05 LH-TIME PIC X(6).
           05 LH-ACTION PIC X(6).
           05 LH-WNO PIC X(7).
           05 LH-TYPE PIC X(2).
           05 LH-OLD-PRINCIPAL PIC 9(8)V99.
           05 LH-OLD-AMORT PIC 9(8)V99.
           05 LH-OLD-BALANCE PIC 9(8)V99.
           05 LH-OLD-STATUS PIC X(1).
           05 LH-NEW-PRINCIPAL PIC 9(8)V99.
           05 LH-NEW-AMORT PIC 9(8)V99.
           05 LH-NEW-BALANCE PIC 9(8)V99.
           05 LH-NEW-STATUS PIC X(1).

       FD LLOGFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LLOGREC.

       01 LLOGREC.
           05 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 TEMP-VALUES.
           05 LTRAN-STATUS PIC X(2) VALUE "00".
           05 MSTFILE-STATUS PIC X(2) VALUE "00".
           05 LOANFILE-STATUS PIC X(2) VALUE "00".
           05 LHIST-STATUS PIC X(2) VALUE "00".
           05 LTRAN-EOFSW PIC X(3) VALUE "NO ".

       01 EDIT-CONTROLS.
           05 TRAN-VALID-SW PIC X(3) VALUE "YES".
           05 EDIT-MSG PIC X(30) VALUE SPACES.
           05 MST-FOUND-SW PIC X(3) VALUE "NO ".
           05 LOAN-FOUND-SW PIC X(3) VALUE "NO ".

       01 LNM-CONTROLS.
           05 LNM-READCNT PIC 9(5) VALUE 0.
           05 LNM-ADDCNT PIC 9(5) VALUE 0.
           05 LNM-CHGCNT PIC 9(5) VALUE 0.
           05 LNM-CANCNT PIC 9(5) VALUE 0.
           05 LNM-REJCNT PIC 9(5) VALUE 0.
           05 LNM-DATE PIC X(8).
           05 LNM-TIME-RAW PIC X(8).

       01 SAVE-LOAN.
           05 SAVE-PRINCIPAL PIC 9(8)V99 VALUE 0.
           05 SAVE-AMORT PIC 9(8)V99 VALUE 0.
           05 SAVE-BALANCE PIC 9(8)V99 VALUE 0.
           05 SAVE-STATUS PIC X(1) VALUE SPACE.

       01 LNM-HD1.
           05 FILLER PIC X(33)
              VALUE "LOAN BALANCE MAINTENANCE LOG.".
           05 FILLER PIC X(47) VALUE SPACES.

       01 LNM-COLHD1.
           05 FILLER PIC X(10) VALUE "ACTION    ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "WORKER ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "TYPE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "   PRINCIPAL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "AMORTIZATION".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "     BALANCE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "STATUS".
           05 FILLER PIC X(5) VALUE SPACES.

       01 LNM-LINE.
           05 LNM-LINE-ACTION PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LNM-LINE-WNO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LNM-LINE-TYPE PIC X(2).
           05 FILLER PIC X(4) VALUE SPACES.
           05 LNM-LINE-PRINCIPAL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LNM-LINE-AMORT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LNM-LINE-BALANCE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LNM-LINE-STATUS PIC X(1).
           05 FILLER PIC X(8) VALUE SPACES.

       01 LNM-REJ-LINE.
           05 FILLER PIC X(10) VALUE "**REJECT**".
           05 FILLER PIC X(2) VALUE SPACES.
           05 LNM-REJ-WNO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LNM-REJ-TYPE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "CODE ".
           05 LNM-REJ-TRCD PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LNM-REJ-MSG PIC X(30).
           05 FILLER PIC X(17) VALUE SPACES.

       01 LNM-TOTALS.
           05 FILLER PIC X(7) VALUE "READ: ".
           05 LNM-READ-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "BOOKED: ".
           05 LNM-ADD-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "CHANGED: ".
           05 LNM-CHG-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "CANCELLED: ".
           05 LNM-CAN-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "REJECT:".
           05 LNM-REJ-OUT PIC ZZ,ZZ9.

       01 NEWLINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM INITIAL-RTN.
           PERFORM UNTIL LTRAN-EOFSW = "YES"
               PERFORM PROCESS-LTRAN-RTN
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

           OPEN I-O LOANFILE.
           IF LOANFILE-STATUS = "35"
               DISPLAY "LOANBAL.dat NOT FOUND - STARTING AN EMPTY "
                   "LOAN BALANCE FILE"
               OPEN OUTPUT LOANFILE
               CLOSE LOANFILE
               OPEN I-O LOANFILE
           END-IF.

           OPEN INPUT LTRANFILE.
           IF LTRAN-STATUS NOT = "00"
               MOVE "YES" TO LTRAN-EOFSW
               DISPLAY "LOANTRAN.txt MISSING - NO LOANS MAINTAINED"
           END-IF.

           OPEN EXTEND LHISTFILE.
           IF LHIST-STATUS NOT = "00"
               OPEN OUTPUT LHISTFILE
           END-IF.
           OPEN OUTPUT LLOGFILE.

           ACCEPT LNM-DATE FROM DATE YYYYMMDD.
           ACCEPT LNM-TIME-RAW FROM TIME.

           WRITE LLOGREC FROM LNM-HD1.
           WRITE LLOGREC FROM NEWLINE.
           WRITE LLOGREC FROM LNM-COLHD1.
           WRITE LLOGREC FROM NEWLINE.
       INITIAL-END.

       PROCESS-LTRAN-RTN.
           READ LTRANFILE
               AT END
                   MOVE "YES" TO LTRAN-EOFSW
               NOT AT END
                   ADD 1 TO LNM-READCNT
                   PERFORM APPLY-LTRAN-RTN
           END-READ.
       PROCESS-LTRAN-END.

       APPLY-LTRAN-RTN.
           PERFORM EDIT-LTRAN-RTN

           IF TRAN-VALID-SW = "NO "
               PERFORM REJECT-LTRAN-RTN
           ELSE
               EVALUATE LT-TRCD
                   WHEN "A"
                       PERFORM BOOK-LOAN-RTN
                   WHEN "C"
                       PERFORM CHANGE-LOAN-RTN
                   WHEN "X"
                       PERFORM CANCEL-LOAN-RTN
               END-EVALUATE
           END-IF.
       APPLY-LTRAN-END.

       EDIT-LTRAN-RTN.
           MOVE "YES" TO TRAN-VALID-SW
           MOVE SPACES TO EDIT-MSG

           IF LT-TRCD NOT = "A" AND LT-TRCD NOT = "C"
              AND LT-TRCD NOT = "X"
               MOVE "NO " TO TRAN-VALID-SW
               MOVE "UNKNOWN TRANSACTION CODE" TO EDIT-MSG
           ELSE IF LT-WNO = SPACES
               MOVE "NO " TO TRAN-VALID-SW
               MOVE "WORKER NUMBER MISSING" TO EDIT-MSG
           ELSE IF LT-TYPE NOT = "SL" AND LT-TYPE NOT = "CA"
              AND LT-TYPE NOT = "CD"
               MOVE "NO " TO TRAN-VALID-SW
               MOVE "UNKNOWN LOAN TYPE" TO EDIT-MSG
           END-IF
           END-IF
           END-IF

           IF TRAN-VALID-SW = "YES"
               PERFORM FIND-LOAN-RTN
               IF LT-TRCD = "A" AND LOAN-FOUND-SW = "YES"
                  AND LN-STATUS = "A"
                   MOVE "NO " TO TRAN-VALID-SW
                   MOVE "ACTIVE LOAN OF TYPE ON FILE" TO EDIT-MSG
               END-IF
               IF LT-TRCD NOT = "A"
                   IF LOAN-FOUND-SW = "NO "
                       MOVE "NO " TO TRAN-VALID-SW
                       MOVE "NO LOAN ON FILE" TO EDIT-MSG
                   ELSE IF LN-STATUS NOT = "A"
                       MOVE "NO " TO TRAN-VALID-SW
                       MOVE "LOAN NOT ACTIVE" TO EDIT-MSG
                   END-IF
                   END-IF
               END-IF
           END-IF

           IF TRAN-VALID-SW = "YES" AND LT-TRCD = "A"
               PERFORM FIND-MASTER-RTN
               IF MST-FOUND-SW = "NO "
                   MOVE "NO " TO TRAN-VALID-SW
                   MOVE "WORKER NOT ON MASTER" TO EDIT-MSG
               ELSE IF LT-PRINCIPAL NOT NUMERIC
                   MOVE "NO " TO TRAN-VALID-SW
                   MOVE "INVALID PRINCIPAL" TO EDIT-MSG
               ELSE IF LT-TYPE = "CD" AND LT-PRINCIPAL NOT = 0
                   MOVE "NO " TO TRAN-VALID-SW
                   MOVE "DUES CARRY NO PRINCIPAL" TO EDIT-MSG
               ELSE IF LT-TYPE NOT = "CD" AND LT-PRINCIPAL = 0
                   MOVE "NO " TO TRAN-VALID-SW
                   MOVE "PRINCIPAL MISSING" TO EDIT-MSG
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF

           IF TRAN-VALID-SW = "YES"
              AND (LT-TRCD = "A" OR LT-TRCD = "C")
               IF LT-AMORT NOT NUMERIC OR LT-AMORT = 0
                   MOVE "NO " TO TRAN-VALID-SW
                   MOVE "INVALID AMORTIZATION" TO EDIT-MSG
               ELSE IF LT-TRCD = "A" AND LT-PRINCIPAL > 0
                  AND LT-AMORT > LT-PRINCIPAL
                   MOVE "NO " TO TRAN-VALID-SW
                   MOVE "AMORTIZATION EXCEEDS PRINCIPAL" TO EDIT-MSG
               END-IF
               END-IF
           END-IF.
       EDIT-LTRAN-END.

       FIND-LOAN-RTN.
           MOVE "NO " TO LOAN-FOUND-SW
           MOVE LT-WNO TO LN-WNO
           MOVE LT-TYPE TO LN-TYPE
           READ LOANFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO LOAN-FOUND-SW
           END-READ.
       FIND-LOAN-END.

       FIND-MASTER-RTN.
           MOVE "NO " TO MST-FOUND-SW
           MOVE LT-WNO TO MST-WNO
           READ MSTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO MST-FOUND-SW
           END-READ.
       FIND-MASTER-END.

       REJECT-LTRAN-RTN.
           MOVE LT-WNO TO LNM-REJ-WNO
           MOVE LT-TYPE TO LNM-REJ-TYPE
           MOVE LT-TRCD TO LNM-REJ-TRCD
           MOVE EDIT-MSG TO LNM-REJ-MSG
           WRITE LLOGREC FROM LNM-REJ-LINE
           ADD 1 TO LNM-REJCNT.
       REJECT-LTRAN-END.

       SAVE-LOAN-RTN.
           IF LOAN-FOUND-SW = "YES"
               MOVE LN-PRINCIPAL TO SAVE-PRINCIPAL
               MOVE LN-AMORT TO SAVE-AMORT
               MOVE LN-BALANCE TO SAVE-BALANCE
               MOVE LN-STATUS TO SAVE-STATUS
           ELSE
               MOVE 0 TO SAVE-PRINCIPAL
               MOVE 0 TO SAVE-AMORT
               MOVE 0 TO SAVE-BALANCE
               MOVE SPACE TO SAVE-STATUS
           END-IF.
       SAVE-LOAN-END.

       BOOK-LOAN-RTN.
           PERFORM SAVE-LOAN-RTN
           MOVE LT-WNO TO LN-WNO
           MOVE LT-TYPE TO LN-TYPE
           MOVE LT-PRINCIPAL TO LN-PRINCIPAL
           MOVE LT-AMORT TO LN-AMORT
           MOVE LT-PRINCIPAL TO LN-BALANCE
           MOVE "A" TO LN-STATUS
           MOVE LNM-DATE TO LN-BOOKDT
           MOVE SPACES TO LN-CLOSEDT
           MOVE 0 TO LN-LASTPER
           MOVE 0 TO LN-LASTAMT
           IF LOAN-FOUND-SW = "YES"
               REWRITE LOAN-REC
               MOVE "REBOOK" TO LH-ACTION
               PERFORM WRITE-LHIST-RTN
               MOVE "BEFORE" TO LNM-LINE-ACTION
               PERFORM WRITE-BEFORE-LINE-RTN
               MOVE "REBOOKED" TO LNM-LINE-ACTION
               PERFORM WRITE-AFTER-LINE-RTN
               ADD 1 TO LNM-ADDCNT
           ELSE
               WRITE LOAN-REC
                   INVALID KEY
                       MOVE "LOAN ALREADY ON FILE" TO EDIT-MSG
                       PERFORM REJECT-LTRAN-RTN
                   NOT INVALID KEY
                       MOVE "BOOK" TO LH-ACTION
                       PERFORM WRITE-LHIST-RTN
                       MOVE "BOOKED" TO LNM-LINE-ACTION
                       PERFORM WRITE-AFTER-LINE-RTN
                       ADD 1 TO LNM-ADDCNT
               END-WRITE
           END-IF.
       BOOK-LOAN-END.

       CHANGE-LOAN-RTN.
           PERFORM SAVE-LOAN-RTN
           MOVE LT-AMORT TO LN-AMORT
           REWRITE LOAN-REC
           MOVE "CHANGE" TO LH-ACTION
           PERFORM WRITE-LHIST-RTN
           MOVE "BEFORE" TO LNM-LINE-ACTION
           PERFORM WRITE-BEFORE-LINE-RTN
           MOVE "AFTER" TO LNM-LINE-ACTION
           PERFORM WRITE-AFTER-LINE-RTN
           ADD 1 TO LNM-CHGCNT.
       CHANGE-LOAN-END.

       CANCEL-LOAN-RTN.
           PERFORM SAVE-LOAN-RTN
           MOVE "X" TO LN-STATUS
           MOVE LNM-DATE TO LN-CLOSEDT
           REWRITE LOAN-REC
           MOVE "CANCEL" TO LH-ACTION
           PERFORM WRITE-LHIST-RTN
           MOVE "BEFORE" TO LNM-LINE-ACTION
           PERFORM WRITE-BEFORE-LINE-RTN
           MOVE "CANCELLED" TO LNM-LINE-ACTION
           PERFORM WRITE-AFTER-LINE-RTN
           ADD 1 TO LNM-CANCNT.
       CANCEL-LOAN-END.

       WRITE-LHIST-RTN.
           MOVE LNM-DATE TO LH-DATE
           MOVE LNM-TIME-RAW(1:6) TO LH-TIME
           MOVE LT-WNO TO LH-WNO
           MOVE LT-TYPE TO LH-TYPE
           MOVE SAVE-PRINCIPAL TO LH-OLD-PRINCIPAL
           MOVE SAVE-AMORT TO LH-OLD-AMORT
           MOVE SAVE-BALANCE TO LH-OLD-BALANCE
           MOVE SAVE-STATUS TO LH-OLD-STATUS
           MOVE LN-PRINCIPAL TO LH-NEW-PRINCIPAL
           MOVE LN-AMORT TO LH-NEW-AMORT
           MOVE LN-BALANCE TO LH-NEW-BALANCE
           MOVE LN-STATUS TO LH-NEW-STATUS
           WRITE LHIST-REC.
       WRITE-LHIST-END.

       WRITE-BEFORE-LINE-RTN.
           MOVE LT-WNO TO LNM-LINE-WNO
           MOVE LT-TYPE TO LNM-LINE-TYPE
           MOVE SAVE-PRINCIPAL TO LNM-LINE-PRINCIPAL
           MOVE SAVE-AMORT TO LNM-LINE-AMORT
           MOVE SAVE-BALANCE TO LNM-LINE-BALANCE
           MOVE SAVE-STATUS TO LNM-LINE-STATUS
           WRITE LLOGREC FROM LNM-LINE.
       WRITE-BEFORE-LINE-END.

       WRITE-AFTER-LINE-RTN.
           MOVE LT-WNO TO LNM-LINE-WNO
           MOVE LT-TYPE TO LNM-LINE-TYPE
           MOVE LN-PRINCIPAL TO LNM-LINE-PRINCIPAL
           MOVE LN-AMORT TO LNM-LINE-AMORT
           MOVE LN-BALANCE TO LNM-LINE-BALANCE
           MOVE LN-STATUS TO LNM-LINE-STATUS
           WRITE LLOGREC FROM LNM-LINE.
       WRITE-AFTER-LINE-END.

       FINISH-RTN.
           MOVE LNM-READCNT TO LNM-READ-OUT
           MOVE LNM-ADDCNT TO LNM-ADD-OUT
           MOVE LNM-CHGCNT TO LNM-CHG-OUT
           MOVE LNM-CANCNT TO LNM-CAN-OUT
           MOVE LNM-REJCNT TO LNM-REJ-OUT
           WRITE LLOGREC FROM NEWLINE
           WRITE LLOGREC FROM LNM-TOTALS

           IF LNM-REJCNT > 0
               ADD 4 TO RETURN-CODE
           END-IF

           IF LTRAN-STATUS NOT = "35"
               CLOSE LTRANFILE
           END-IF
           CLOSE MSTFILE LOANFILE LHISTFILE LLOGFILE.
       FINISH-END.
