       DATE-WRITTEN. SEPTEMBER 2, 2026.
       DATE-COMPILED. SEPTEMBER 2, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM RUNS THE LEAVE SUBSYSTEM. IT ACCRUES LEAVE
           ON THE INDEXED BALANCE FILE (LEAVEBAL.dat, KEYED ON WORKER
           NUMBER LIKE WORKERMST.dat) BY STATUS CATEGORY - PERMANENT
           ACCRUES THE FULL RATE, TEMPORARY HALF, CASUAL NONE - THEN
           APPLIES THE LEAVE TRANSACTIONS ON LEAVETRAN.txt (WORKER
           NUMBER, TYPE V/S/U, FROM/TO DATES). ACCRUAL IS
           PERIOD-CONTROLLED - EACH BALANCE RECORD CARRIES THE LAST
           PERIOD ACCRUED (FROM PAYPERIOD.txt) SO A SECOND RUN IN THE
           SAME PERIOD CANNOT DOUBLE-ACCRUE. VACATION AND SICK LEAVE
           DRAW DOWN THE BALANCES; UNPAID LEAVE HOURS GO TO
           UNPAIDHRS.txt STAMPED WITH THE PAY PERIOD SO HOURSEDIT.cob
           REDUCES ONLY THE CURRENT PERIOD'S HOURS PAYCALC.cob PRICES.
           WORKERS MARKED INACTIVE ON WORKERSEP.dat BY A SEPARATION STOP
           ACCRUING - THEIR REMAINING VACATION IS CONVERTED BY
           FINALPAY.cob. THE LEAVE REGISTER WITH PER-PROVINCE TOTALS
           GOES TO LEAVEREG.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-WNO
               FILE STATUS IS MSTFILE-STATUS.
           SELECT SEPFILE ASSIGN TO 'WORKERSEP.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEP-WNO
               FILE STATUS IS SEPFILE-STATUS.
           SELECT LVBALFILE ASSIGN TO 'LEAVEBAL.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 MST-WNAME PIC X(25).
           05 MST-STATCD PIC A.

       FD SEPFILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS SEP-REC.

       01 SEP-REC.
           05 SEP-WNO PIC X(7).
           05 SEP-DATE PIC X(8).
           05 SEP-REASON PIC X(1).
           05 SEP-STATUS PIC X(1).
           05 SEP-KEYDT PIC X(8).
           05 SEP-FPPER PIC 9(5).
           05 SEP-FPDATE PIC X(8).
           05 SEP-FPNET PIC 9(8)V99.

       FD LVBALFILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS LVBAL-REC.
       01 TEMP-VALUES.
           05 LVTRAN-STATUS PIC X(2) VALUE "00".
           05 MSTFILE-STATUS PIC X(2) VALUE "00".
           05 SEPFILE-STATUS PIC X(2) VALUE "00".
           05 SEP-OPEN-SW PIC X(3) VALUE "NO ".
           05 SEP-FOUND-SW PIC X(3) VALUE "NO ".
           05 LVBAL-STATUS PIC X(2) VALUE "00".
           05 LVTRAN-EOFSW PIC X(3) VALUE "NO ".
           05 ACCRUE-EOFSW PIC X(3) VALUE "NO ".
               STOP RUN
           END-IF.

           OPEN INPUT SEPFILE.
           IF SEPFILE-STATUS = "00"
               MOVE "YES" TO SEP-OPEN-SW
           END-IF.

           OPEN I-O LVBALFILE.
           IF LVBAL-STATUS = "35"
               DISPLAY "LEAVEBAL.dat NOT FOUND - STARTING AN EMPTY "
                   AT END
                       MOVE "YES" TO ACCRUE-EOFSW
                   NOT AT END
                       PERFORM FIND-SEPARATION-RTN
                       IF (MST-STATCD = "P" OR MST-STATCD = "T")
                          AND SEP-FOUND-SW = "NO "
                           PERFORM ACCRUE-WORKER-RTN
                       END-IF
               END-READ
           END-IF.
       ACCRUE-WORKER-END.

       FIND-SEPARATION-RTN.
           MOVE "NO " TO SEP-FOUND-SW
           IF SEP-OPEN-SW = "YES"
               MOVE MST-WNO TO SEP-WNO
               READ SEPFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO SEP-FOUND-SW
               END-READ
           END-IF.
       FIND-SEPARATION-END.

       FIND-BALANCE-RTN.
           MOVE "NO " TO BAL-FOUND-SW
           MOVE MST-WNO TO LB-WNO
           IF LVTRAN-STATUS NOT = "35"
               CLOSE LVTRANFILE
           END-IF
           IF SEP-OPEN-SW = "YES"
               CLOSE SEPFILE
           END-IF
           CLOSE MSTFILE LVBALFILE UNPAIDFILE LVREGFILE.
       FINISH-END.
