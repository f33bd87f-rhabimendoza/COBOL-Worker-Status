       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM MAINTAINS THE INDEXED WORKER MASTER
           (WORKERMST.dat, KEYED ON WORKER NUMBER) FROM
           ADD/CHANGE/DELETE/SEPARATE TRANSACTIONS, THEN UNLOADS IT TO
           NEWMASTER.txt FOR THE SEQUENCING STEP WORKER.cob READS
           BEHIND. A SEPARATION (CODE S) CARRIES THE SEPARATION DATE AS
           ITS EFFECTIVE DATE AND THE REASON CODE (R RESIGNED, T
           TERMINATED, E END OF CONTRACT, X RETIRED, D DECEASED) IN THE
           STATUS CODE POSITION. THE MASTER RECORD IS NOT PURGED - THE
           WORKER IS MARKED INACTIVE ON WORKERSEP.dat (KEYED ON WORKER
           NUMBER) SO HISTORY, YEAR-TO-DATE AND LEAVE STAY TIED TO IT,
           AND INACTIVE WORKERS ARE HELD BACK FROM NEWMASTER.txt SO THEY
           NEVER REACH PAYROLL.txt AGAIN; FINALPAY.cob SETTLES THEIR
           FINAL PAY. CHANGES AND DELETES AGAINST A SEPARATED WORKER ARE
           REJECTED. EVERY ADD, AND EVERY CHANGE THAT MOVES A WORKER TO
           ANOTHER PROVINCE OR STATUS, IS HELD TO THE AUTHORIZED
           HEADCOUNT ON HEADCNT.txt (MAINTAINED BY HEADMNT.cob): IF THE
           PROVINCE/STATUS IS ALREADY FULL THE TRANSACTION IS REJECTED
           WITH REASON 11 AND WAITS ON MNTREJECT.txt UNTIL THE HIGHER
           COUNT IS APPROVED AND IT IS RESUBMITTED. A PROVINCE/STATUS
           WITH NO ENTRY ON HEADCNT.txt IS NOT LIMITED. TRANSACTIONS
           CARRY AN EFFECTIVE DATE - THOSE ON OR BEFORE THE RUN DATE
           APPLY NOW, FUTURE-DATED ONES ARE PARKED ON PENDTRAN.txt
           (RE-READ EACH RUN) AND THE STILL PENDING ONES ARE LISTED ON
           MAINTLOG.txt WITH AN AGING COUNT. REJECTED TRANSACTIONS GO TO
           MNTREJECT.txt IN THE WORKERTRAN.txt LAYOUT WITH A REASON
           CODE, THE RUN NUMBER AND A RESUBMISSION COUNTER, SO THE
           CORRECTED FILE CAN BE FED BACK AS THE NEXT CYCLE'S
           TRANSACTION FILE; REJECTS THAT HAVE BOUNCED MORE THAN ONCE
           ARE ESCALATED ON THE LOG. CONTROL TOTALS FOR THE CYCLE GO TO
           MNTCTL.txt SO WORKERREC.cob CAN RECONCILE THE RUN. RUN
           WORKERLOAD.cob ONCE TO BUILD WORKERMST.dat FROM THE OLD
           SEQUENTIAL MASTER.

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
           SELECT PROVFILE ASSIGN TO 'PROVTAB.txt'.
           SELECT HEADFILE ASSIGN TO 'HEADCNT.txt'
               FILE STATUS IS HEADFILE-STATUS.
           SELECT TRANFILE ASSIGN TO 'WORKERTRAN.txt'.
           SELECT PENDFILE ASSIGN TO 'PENDTRAN.txt'
               FILE STATUS IS PENDFILE-STATUS.
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

       FD PROVFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS
           05 PROVCD-TAB-IN PIC A.
           05 PNAME-TAB-IN PIC X(9).

       FD HEADFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS HEAD-REC.

       01 HEAD-REC.
           05 HEAD-PROVCD-IN PIC A.
           05 HEAD-STATCD-IN PIC A.
           05 HEAD-AUTH-IN PIC 9(4).

       FD TRANFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           05 TWNO-IN PIC X(7).
           05 TWNAME-IN PIC X(25).
           05 TSTATCD-IN PIC A.
           05 TSEPRSN-IN REDEFINES TSTATCD-IN PIC X(1).
           05 TEFFDT-IN PIC X(8).
           05 TREASON-IN PIC X(2).
           05 TRUNNO-IN PIC X(5).

       FD HISTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS HIST-REC.

       01 HIST-REC.
           05 WH-NEW-PROVCD PIC A.
           05 WH-NEW-WNAME PIC X(25).
           05 WH-NEW-STATCD PIC A.
           05 WH-EFFDT PIC X(8).

       FD MNTCTLFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS MNTCTL-REC.

       01 MNTCTL-REC.
           05 MC-RUNNO PIC 9(5).
           05 MC-RUNDATE PIC X(8).
           05 MC-RUNTIME PIC X(6).
           05 MC-SEPCNT PIC 9(5).

       FD RUNCTLFILE
           LABEL RECORDS ARE STANDARD
           05 PROV-EOFSW PIC X(3) VALUE "NO ".
           05 PROV-FOUND-SW PIC X(3) VALUE "NO ".

       01 HEADCOUNT-TABLE.
           05 HEADCOUNT-ENTRY OCCURS 150 TIMES INDEXED BY HEAD-IDX.
               10 HTBL-PROVCD PIC A.
               10 HTBL-STATCD PIC A.
               10 HTBL-AUTH PIC 9(4).
               10 HTBL-ACTUAL PIC 9(4).

       01 HEADCOUNT-CONTROLS.
           05 HEADTAB-CNT PIC 999 VALUE 0.
           05 HEADFILE-STATUS PIC X(2) VALUE "00".
           05 HEAD-EOFSW PIC X(3) VALUE "NO ".
           05 HEAD-FOUND-SW PIC X(3) VALUE "NO ".
           05 HEAD-FOUND-IDX PIC 999 VALUE 0.
           05 HEAD-OVER-SW PIC X(3) VALUE "NO ".
           05 HEAD-PROVCD PIC A.
           05 HEAD-STATCD PIC A.

       01 EDIT-CONTROLS.
           05 TRAN-VALID-SW PIC X(3) VALUE "YES".
           05 EDIT-MSG PIC X(30) VALUE SPACES.
           05 MNT-ADDCNT PIC 999 VALUE 0.
           05 MNT-CHGCNT PIC 999 VALUE 0.
           05 MNT-DELCNT PIC 999 VALUE 0.
           05 MNT-SEPCNT PIC 999 VALUE 0.
           05 MNT-INACTCNT PIC 9(5) VALUE 0.
           05 SEPFILE-STATUS PIC X(2) VALUE "00".
           05 SEP-FOUND-SW PIC X(3) VALUE "NO ".
           05 MNT-REJCNT PIC 9(5) VALUE 0.
           05 MNT-TRANCNT PIC 9(5) VALUE 0.
           05 MNT-ESCCNT PIC 9(3) VALUE 0.
           05 FILLER PIC X(10) VALUE "REJECTED: ".
           05 MNT-REJ-OUT PIC ZZZZ9.

       01 MNT-SEP-TOTALS.
           05 FILLER PIC X(19) VALUE "RECORDS SEPARATED: ".
           05 MNT-SEP-OUT PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(34)
              VALUE "INACTIVE WORKERS HELD OFF PAYROLL:".
           05 FILLER PIC X(1) VALUE SPACES.
           05 MNT-INACT-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(15) VALUE SPACES.

       01 MNT-PEND-HD.
           05 FILLER PIC X(29)
              VALUE "TRANSACTIONS STILL PENDING: ".
               OPEN I-O MSTFILE
           END-IF.

           OPEN I-O SEPFILE.
           IF SEPFILE-STATUS = "35"
               OPEN OUTPUT SEPFILE
               CLOSE SEPFILE
               OPEN I-O SEPFILE
           END-IF.

           OPEN INPUT TRANFILE.
           OPEN OUTPUT MASTEROUT.
           OPEN OUTPUT MNTLOGFILE.
           ACCEPT HIST-DATE FROM DATE YYYYMMDD.
           ACCEPT HIST-TIME-RAW FROM TIME.

           PERFORM LOAD-HEADCNT-RTN.
           PERFORM COUNT-OLDMASTER-RTN.

           WRITE MNTLOGREC FROM MNT-HD1.
                   AT END
                       MOVE "YES" TO OLD-EOFSW
                   NOT AT END
                       PERFORM FIND-SEPARATION-RTN
                       IF SEP-FOUND-SW = "NO "
                           ADD 1 TO MNT-OLDCNT
                           MOVE MST-PROVCD TO HEAD-PROVCD
                           MOVE MST-STATCD TO HEAD-STATCD
                           PERFORM HEADCOUNT-IN-RTN
                       END-IF
               END-READ
           END-PERFORM.
       COUNT-OLDMASTER-END.

       LOAD-HEADCNT-RTN.
           OPEN INPUT HEADFILE.
           IF HEADFILE-STATUS NOT = "00"
               MOVE "YES" TO HEAD-EOFSW
           END-IF.
           PERFORM UNTIL HEAD-EOFSW = "YES"
               READ HEADFILE
                   AT END
                       MOVE "YES" TO HEAD-EOFSW
                   NOT AT END
                       IF HEADTAB-CNT >= 150
                           DISPLAY "HEADCNT.txt EXCEEDS 150 ENTRIES "
                               "- ENTRY IGNORED: " HEAD-REC
                       ELSE
                           ADD 1 TO HEADTAB-CNT
                           MOVE HEAD-PROVCD-IN
                               TO HTBL-PROVCD(HEADTAB-CNT)
                           MOVE HEAD-STATCD-IN
                               TO HTBL-STATCD(HEADTAB-CNT)
                           MOVE HEAD-AUTH-IN TO HTBL-AUTH(HEADTAB-CNT)
                           MOVE 0 TO HTBL-ACTUAL(HEADTAB-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF HEADFILE-STATUS NOT = "35"
               CLOSE HEADFILE
           END-IF.
       LOAD-HEADCNT-END.

       ASSIGN-RUNNO-RTN.
           MOVE 0 TO RUN-NO
           OPEN INPUT RUNCTLFILE
                       MOVE "05" TO EDIT-REASON
                   END-IF
               END-IF
           END-IF

           IF TRAN-VALID-SW = "YES" AND TRCD-IN = "S"
               IF TSEPRSN-IN NOT = "R" AND TSEPRSN-IN NOT = "T"
                  AND TSEPRSN-IN NOT = "E" AND TSEPRSN-IN NOT = "X"
                  AND TSEPRSN-IN NOT = "D"
                   MOVE "NO " TO TRAN-VALID-SW
                   MOVE "INVALID SEPARATION REASON" TO EDIT-MSG
                   MOVE "12" TO EDIT-REASON
               END-IF
           END-IF.
       EDIT-TRANSACTION-END.

                   PERFORM CHANGE-TRANSACTION-RTN
               WHEN "D"
                   PERFORM DELETE-TRANSACTION-RTN
               WHEN "S"
                   PERFORM SEPARATE-TRANSACTION-RTN
               WHEN OTHER
                   MOVE "UNKNOWN TRANSACTION CODE" TO EDIT-MSG
                   MOVE "08" TO EDIT-REASON
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO MNT-FOUND-SW
           END-READ
           MOVE "NO " TO SEP-FOUND-SW
           IF MNT-FOUND-SW = "YES"
               PERFORM FIND-SEPARATION-RTN
           END-IF.
       FIND-WORKER-END.

       FIND-SEPARATION-RTN.
           MOVE "NO " TO SEP-FOUND-SW
           MOVE MST-WNO TO SEP-WNO
           READ SEPFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO SEP-FOUND-SW
           END-READ.
       FIND-SEPARATION-END.

       ADD-TRANSACTION-RTN.
           MOVE TPROVCD-IN TO HEAD-PROVCD
           MOVE TSTATCD-IN TO HEAD-STATCD
           PERFORM CHECK-HEADCOUNT-RTN
           IF MNT-FOUND-SW = "YES"
               MOVE "DUPLICATE WORKER NUMBER" TO EDIT-MSG
               MOVE "06" TO EDIT-REASON
               PERFORM REJECT-TRAN-RTN
           ELSE IF HEAD-OVER-SW = "YES"
               MOVE "EXCEEDS AUTHORIZED HEADCOUNT" TO EDIT-MSG
               MOVE "11" TO EDIT-REASON
               PERFORM REJECT-TRAN-RTN
           ELSE
               MOVE TPROVCD-IN TO MST-PROVCD
               MOVE TWNO-IN TO MST-WNO
                       MOVE "06" TO EDIT-REASON
                       PERFORM REJECT-TRAN-RTN
                   NOT INVALID KEY
                       MOVE "ADD" TO WH-ACTION
                       PERFORM WRITE-HISTORY-RTN
                       PERFORM HEADCOUNT-IN-RTN
                       MOVE "ADD" TO MNT-LINE-ACTION
                       MOVE TWNO-IN TO MNT-LINE-WNO
                       MOVE TWNAME-IN TO MNT-LINE-WNAME
       ADD-TRANSACTION-END.

       CHANGE-TRANSACTION-RTN.
           MOVE "NO " TO HEAD-OVER-SW
           IF MNT-FOUND-SW = "YES"
              AND (TPROVCD-IN NOT = MST-PROVCD
                   OR TSTATCD-IN NOT = MST-STATCD)
               MOVE TPROVCD-IN TO HEAD-PROVCD
               MOVE TSTATCD-IN TO HEAD-STATCD
               PERFORM CHECK-HEADCOUNT-RTN
           END-IF
           IF MNT-FOUND-SW = "NO "
               MOVE "WORKER NOT ON MASTER" TO EDIT-MSG
               MOVE "07" TO EDIT-REASON
               PERFORM REJECT-TRAN-RTN
           ELSE IF SEP-FOUND-SW = "YES"
               MOVE "WORKER IS SEPARATED" TO EDIT-MSG
               MOVE "10" TO EDIT-REASON
               PERFORM REJECT-TRAN-RTN
           ELSE IF HEAD-OVER-SW = "YES"
               MOVE "EXCEEDS AUTHORIZED HEADCOUNT" TO EDIT-MSG
               MOVE "11" TO EDIT-REASON
               PERFORM REJECT-TRAN-RTN
           ELSE
               MOVE "CHANGE" TO WH-ACTION
               PERFORM WRITE-HISTORY-RTN
               MOVE MST-PROVCD TO HEAD-PROVCD
               MOVE MST-STATCD TO HEAD-STATCD
               PERFORM HEADCOUNT-OUT-RTN
               MOVE TPROVCD-IN TO HEAD-PROVCD
               MOVE TSTATCD-IN TO HEAD-STATCD
               PERFORM HEADCOUNT-IN-RTN
               MOVE TPROVCD-IN TO MST-PROVCD
               MOVE TWNAME-IN TO MST-WNAME
               MOVE TSTATCD-IN TO MST-STATCD
               MOVE "WORKER NOT ON MASTER" TO EDIT-MSG
               MOVE "07" TO EDIT-REASON
               PERFORM REJECT-TRAN-RTN
           ELSE IF SEP-FOUND-SW = "YES"
               MOVE "SEPARATED WORKER IS NOT PURGED" TO EDIT-MSG
               MOVE "10" TO EDIT-REASON
               PERFORM REJECT-TRAN-RTN
           ELSE
               MOVE "DELETE" TO WH-ACTION
               PERFORM WRITE-HISTORY-RTN
               MOVE MST-PROVCD TO HEAD-PROVCD
               MOVE MST-STATCD TO HEAD-STATCD
               PERFORM HEADCOUNT-OUT-RTN
               DELETE MSTFILE RECORD
               MOVE "DELETE" TO MNT-LINE-ACTION
               MOVE TWNO-IN TO MNT-LINE-WNO
           END-IF.
       DELETE-TRANSACTION-END.

       SEPARATE-TRANSACTION-RTN.
           IF MNT-FOUND-SW = "NO "
               MOVE "WORKER NOT ON MASTER" TO EDIT-MSG
               MOVE "07" TO EDIT-REASON
               PERFORM REJECT-TRAN-RTN
           ELSE IF SEP-FOUND-SW = "YES"
               MOVE "WORKER ALREADY SEPARATED" TO EDIT-MSG
               MOVE "10" TO EDIT-REASON
               PERFORM REJECT-TRAN-RTN
           ELSE
               MOVE TWNO-IN TO SEP-WNO
               IF TEFFDT-IN NOT = SPACES
                   MOVE TEFFDT-IN TO SEP-DATE
               ELSE
                   MOVE HIST-DATE TO SEP-DATE
               END-IF
               MOVE TSEPRSN-IN TO SEP-REASON
               MOVE "P" TO SEP-STATUS
               MOVE HIST-DATE TO SEP-KEYDT
               MOVE 0 TO SEP-FPPER
               MOVE SPACES TO SEP-FPDATE
               MOVE 0 TO SEP-FPNET
               WRITE SEP-REC
                   INVALID KEY
                       MOVE "WORKER ALREADY SEPARATED" TO EDIT-MSG
                       MOVE "10" TO EDIT-REASON
                       PERFORM REJECT-TRAN-RTN
                   NOT INVALID KEY
                       MOVE "SEPAR" TO WH-ACTION
                       PERFORM WRITE-HISTORY-RTN
                       MOVE MST-PROVCD TO HEAD-PROVCD
                       MOVE MST-STATCD TO HEAD-STATCD
                       PERFORM HEADCOUNT-OUT-RTN
                       MOVE "SEPARATE" TO MNT-LINE-ACTION
                       MOVE TWNO-IN TO MNT-LINE-WNO
                       MOVE MST-WNAME TO MNT-LINE-WNAME
                       MOVE "OK - INACTIVE" TO MNT-LINE-MSG
                       WRITE MNTLOGREC FROM MNT-LINE
                       ADD 1 TO MNT-SEPCNT
               END-WRITE
           END-IF
           END-IF.
       SEPARATE-TRANSACTION-END.

       FIND-HEADCOUNT-RTN.
           MOVE "NO " TO HEAD-FOUND-SW
           MOVE 0 TO HEAD-FOUND-IDX
           PERFORM VARYING HEAD-IDX FROM 1 BY 1
                   UNTIL HEAD-IDX > HEADTAB-CNT
                      OR HEAD-FOUND-SW = "YES"
               IF HTBL-PROVCD(HEAD-IDX) = HEAD-PROVCD
                  AND HTBL-STATCD(HEAD-IDX) = HEAD-STATCD
                   MOVE "YES" TO HEAD-FOUND-SW
                   MOVE HEAD-IDX TO HEAD-FOUND-IDX
               END-IF
           END-PERFORM.
       FIND-HEADCOUNT-END.

       CHECK-HEADCOUNT-RTN.
           MOVE "NO " TO HEAD-OVER-SW
           PERFORM FIND-HEADCOUNT-RTN
           IF HEAD-FOUND-SW = "YES"
               IF HTBL-ACTUAL(HEAD-FOUND-IDX)
                  >= HTBL-AUTH(HEAD-FOUND-IDX)
                   MOVE "YES" TO HEAD-OVER-SW
               END-IF
           END-IF.
       CHECK-HEADCOUNT-END.

       HEADCOUNT-IN-RTN.
           PERFORM FIND-HEADCOUNT-RTN
           IF HEAD-FOUND-SW = "YES"
               ADD 1 TO HTBL-ACTUAL(HEAD-FOUND-IDX)
           END-IF.
       HEADCOUNT-IN-END.

       HEADCOUNT-OUT-RTN.
           PERFORM FIND-HEADCOUNT-RTN
           IF HEAD-FOUND-SW = "YES"
              AND HTBL-ACTUAL(HEAD-FOUND-IDX) > 0
               SUBTRACT 1 FROM HTBL-ACTUAL(HEAD-FOUND-IDX)
           END-IF.
       HEADCOUNT-OUT-END.

       WRITE-HISTORY-RTN.
           MOVE HIST-DATE TO WH-DATE
           MOVE HIST-TIME-RAW(1:6) TO WH-TIME
           MOVE MST-PROVCD TO WH-OLD-PROVCD
           MOVE MST-WNAME TO WH-OLD-WNAME
           MOVE MST-STATCD TO WH-OLD-STATCD
           IF WH-ACTION = "ADD"
               MOVE SPACES TO WH-OLD-PROVCD
               MOVE SPACES TO WH-OLD-WNAME
               MOVE SPACES TO WH-OLD-STATCD
           END-IF
           IF WH-ACTION = "DELETE"
               MOVE SPACES TO WH-NEW-PROVCD
               MOVE SPACES TO WH-NEW-WNAME
               MOVE SPACES TO WH-NEW-STATCD
           ELSE IF WH-ACTION = "SEPAR"
               MOVE MST-PROVCD TO WH-NEW-PROVCD
               MOVE MST-WNAME TO WH-NEW-WNAME
               MOVE MST-STATCD TO WH-NEW-STATCD
           ELSE
               MOVE TPROVCD-IN TO WH-NEW-PROVCD
               MOVE TWNAME-IN TO WH-NEW-WNAME
               MOVE TSTATCD-IN TO WH-NEW-STATCD
           END-IF
           END-IF
           IF TEFFDT-IN NOT = SPACES
               MOVE TEFFDT-IN TO WH-EFFDT
           ELSE
               MOVE HIST-DATE TO WH-EFFDT
           END-IF
           WRITE HIST-REC.
       WRITE-HISTORY-END.

                   AT END
                       MOVE "YES" TO MASTER-EOFSW
                   NOT AT END
                       PERFORM FIND-SEPARATION-RTN
                       IF SEP-FOUND-SW = "YES"
                           ADD 1 TO MNT-INACTCNT
                       ELSE
                           MOVE MST-PROVCD TO MPROVCD-OUT
                           MOVE MST-WNO TO MWNO-OUT
                           MOVE MST-WNAME TO MWNAME-OUT
                           MOVE MST-STATCD TO MSTATCD-OUT
                           WRITE MASTER-REC-OUT
                           ADD 1 TO MNT-NEWCNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTEROUT.
           MOVE MNT-REJCNT TO MNT-REJ-OUT
           WRITE MNTLOGREC FROM NEWLINE
           WRITE MNTLOGREC FROM MNT-TOTALS
           MOVE MNT-SEPCNT TO MNT-SEP-OUT
           MOVE MNT-INACTCNT TO MNT-INACT-OUT
           WRITE MNTLOGREC FROM MNT-SEP-TOTALS
           MOVE PENDING-OUT-CNT TO MNT-PEND-OUT
           WRITE MNTLOGREC FROM MNT-PEND-TOTALS
           MOVE MNT-ESCCNT TO MNT-ESC-OUT
           WRITE MNTLOGREC FROM MNT-ESC-TOTALS

           CLOSE MSTFILE SEPFILE TRANFILE MNTLOGFILE HISTFILE
               REJTRANFILE.

           PERFORM WRITE-PENDING-RTN.
           PERFORM WRITE-MNTCTL-RTN.
           MOVE RUN-NO TO MC-RUNNO
           MOVE HIST-DATE TO MC-RUNDATE
           MOVE HIST-TIME-RAW(1:6) TO MC-RUNTIME
           MOVE MNT-SEPCNT TO MC-SEPCNT
           WRITE MNTCTL-REC
           CLOSE MNTCTLFILE.
       WRITE-MNTCTL-END.
