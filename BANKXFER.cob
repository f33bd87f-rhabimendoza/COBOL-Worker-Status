       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKXFER.
       AUTHOR. RHABI MENDOZA.
       INSTALLATION. PUP MAIN.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED. OCTOBER 15, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM RUNS AFTER PAYCALC.cob AND BUILDS THE
           DIRECT-DEPOSIT TRANSFER FILE FOR THE BANK (BANKXFER.txt)
           FROM THE REGISTER DETAIL FILE PAYDTL.txt. THE PERIOD ON
           PAYPERIOD.txt MUST ALREADY BE FINALIZED ON THE PAID
           LEDGER (PAIDLEDGER.txt). THE FILE CARRIES A BATCH HEADER,
           ONE CREDIT PER WORKER WITH NET PAY TO THE ACCOUNT ON THE
           INDEXED BANK ACCOUNT MASTER (BANKACCT.dat, MAINTAINED BY
           BANKMNT.cob), AND A TRAILER WITH THE CREDIT COUNT, THE
           NET PAY TOTAL AND A HASH TOTAL OF THE ACCOUNT NUMBERS.
           WORKERS WITH NO ACCOUNT ON FILE FALL OUT TO A CASH/CHECK
           LIST, AND ACCOUNTS ADDED OR CHANGED WITHIN THE CALLBACK
           WINDOW BEFORE PAYDAY (COMMAND LINE, DEFAULT 5 DAYS) ARE
           LISTED FOR CALLBACK VERIFICATION, ON THE TRANSFER REPORT
           BANKRPT.txt. CREDITS PLUS CASH/CHECK ARE PROVED AGAINST
           THE REGISTER CONTROL TOTALS ON PAYCTL.txt; IF THEY DO NOT
           AGREE THE TRANSFER FILE IS WITHHELD (LEFT EMPTY).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ACER.
       OBJECT-COMPUTER. ACER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBCTLFILE ASSIGN TO 'JOBCTL.txt'
               FILE STATUS IS JOBCTL-STATUS.
           SELECT PPFILE ASSIGN TO 'PAYPERIOD.txt'
               FILE STATUS IS PPFILE-STATUS.
           SELECT LEDFILE ASSIGN TO 'PAIDLEDGER.txt'
               FILE STATUS IS LEDFILE-STATUS.
           SELECT PAYCTLFILE ASSIGN TO 'PAYCTL.txt'
               FILE STATUS IS PAYCTL-STATUS.
           SELECT PAYDTLFILE ASSIGN TO 'PAYDTL.txt'
               FILE STATUS IS PAYDTL-STATUS.
           SELECT BANKFILE ASSIGN TO 'BANKACCT.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-WNO
               FILE STATUS IS BANKFILE-STATUS.
           SELECT XFERFILE ASSIGN TO 'BANKXFER.txt'.
           SELECT XRPTFILE ASSIGN TO 'BANKRPT.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD PPFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS PP-REC.

       01 PP-REC.
           05 PP-PERNO PIC 9(5).
           05 PP-STARTDT PIC X(8).
           05 PP-ENDDT PIC X(8).

       FD LEDFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS LED-REC.

       01 LED-REC.
           05 LED-PERNO PIC 9(5).
           05 LED-DATE PIC X(8).
           05 LED-TIME PIC X(6).
           05 LED-WORKCNT PIC 9(5).
           05 LED-GROSS PIC 9(9)V99.
           05 LED-STARTDT PIC X(8).
           05 LED-ENDDT PIC X(8).

       FD PAYCTLFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS PAYCTL-REC.

       01 PAYCTL-REC.
           05 PC-PERNO PIC 9(5).
           05 PC-DATE PIC X(8).
           05 PC-TIME PIC X(6).
           05 PC-WORKCNT PIC 9(5).
           05 PC-GROSS PIC 9(9)V99.
           05 PC-DEDTOT PIC 9(9)V99.
           05 PC-NET PIC 9(9)V99.

       FD PAYDTLFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 164 CHARACTERS
           DATA RECORD IS PAYDTL-REC.

       01 PAYDTL-REC.
           05 PD-PERNO PIC 9(5).
           05 PD-WNO PIC X(7).
           05 PD-PROVCD PIC X(9).
           05 PD-STATCD PIC X(1).
           05 PD-RATE PIC 9(4)V99.
           05 PD-REGHRS PIC 9(3)V9.
           05 PD-OTHRS PIC 9(3)V9.
           05 PD-RDHRS PIC 9(3)V9.
           05 PD-HOLHRS PIC 9(3)V9.
           05 PD-REGAMT PIC 9(8)V99.
           05 PD-OTAMT PIC 9(8)V99.
           05 PD-RDAMT PIC 9(8)V99.
           05 PD-HOLAMT PIC 9(8)V99.
           05 PD-GROSS PIC 9(8)V99.
           05 PD-TAX PIC 9(8)V99.
           05 PD-SSS PIC 9(8)V99.
           05 PD-HLTH PIC 9(8)V99.
           05 PD-NET PIC 9(8)V99.
           05 PD-ADJERN PIC 9(8)V99.
           05 PD-ADJDED PIC 9(8)V99.
           05 PD-LOANDED PIC 9(8)V99.

       FD BANKFILE
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS BANK-REC.

       01 BANK-REC.
           05 BA-WNO PIC X(7).
           05 BA-BANKCD PIC X(9).
           05 BA-ACCTNO PIC X(12).
           05 BA-ACCTNO-N REDEFINES BA-ACCTNO PIC 9(12).
           05 BA-ACCTNAME PIC X(25).
           05 BA-ACCTTYPE PIC X(1).
           05 BA-CHGDATE PIC X(8).
           05 BA-CHGTIME PIC X(6).

       FD XFERFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS XFER-REC.

       01 XFER-REC.
           05 FILLER PIC X(80).

       FD XRPTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS XRPTREC.

       01 XRPTREC.
           05 FILLER PIC X(80).

       FD JOBCTLFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS JOBCTL-REC.

       01 JOBCTL-REC.
           05 JC-PROGRAM PIC X(10).
           05 JC-PRED PIC X(10).
           05 JC-STATUS PIC X(1).
           05 JC-RETCODE PIC 9(3).
           05 JC-DATE PIC X(8).
           05 JC-TIME PIC X(6).

       WORKING-STORAGE SECTION.

       01 XFER-PARM PIC X(20) VALUE SPACES.

       01 TEMP-VALUES.
           05 PAYCTL-STATUS PIC X(2) VALUE "00".
           05 PAYDTL-STATUS PIC X(2) VALUE "00".
           05 BANKFILE-STATUS PIC X(2) VALUE "00".
           05 BANK-OPEN-SW PIC X(3) VALUE "NO ".
           05 PAYDTL-EOFSW PIC X(3) VALUE "NO ".
           05 ACCT-FOUND-SW PIC X(3) VALUE "NO ".
           05 CTL-FOUND-SW PIC X(3) VALUE "NO ".

       01 PERIOD-CONTROLS.
           05 PPFILE-STATUS PIC X(2) VALUE "00".
           05 LEDFILE-STATUS PIC X(2) VALUE "00".
           05 CUR-PERNO PIC 9(5) VALUE 0.
           05 CUR-STARTDT PIC X(8) VALUE SPACES.
           05 CUR-ENDDT PIC X(8) VALUE SPACES.
           05 LED-EOFSW PIC X(3) VALUE "NO ".
           05 PERIOD-PAID-SW PIC X(3) VALUE "NO ".

       01 XFER-CONTROLS.
           05 CALLBACK-DAYS PIC 9(3) VALUE 5.
           05 XFER-RUNDATE PIC X(8).
           05 XFER-RUNTIME-RAW PIC X(8).
           05 PAYDAY PIC X(8) VALUE SPACES.
           05 PAYDAY-N PIC 9(8) VALUE 0.
           05 CHGDATE-N PIC 9(8) VALUE 0.
           05 DAYS-BEFORE PIC S9(5) VALUE 0.
           05 XFER-DTLCNT PIC 9(5) VALUE 0.
           05 XFER-DTLNET PIC 9(11)V99 VALUE 0.
           05 XFER-CREDCNT PIC 9(6) VALUE 0.
           05 XFER-CREDTOT PIC 9(11)V99 VALUE 0.
           05 XFER-HASH PIC 9(18) VALUE 0.
           05 XFER-CASHCNT PIC 9(5) VALUE 0.
           05 XFER-CASHTOT PIC 9(11)V99 VALUE 0.
           05 XFER-ZEROCNT PIC 9(5) VALUE 0.
           05 XFER-CALLCNT PIC 9(5) VALUE 0.
           05 XFER-BAL-SW PIC X(3) VALUE "YES".

       01 CASH-TABLE.
           05 CASH-ENTRY OCCURS 5000 TIMES INDEXED BY CASH-IDX.
               10 CASH-WNO PIC X(7).
               10 CASH-PROVCD PIC X(9).
               10 CASH-STATCD PIC X(1).
               10 CASH-NET PIC 9(8)V99.
       01 CASH-CNT PIC 9(4) VALUE 0.

       01 CALLBACK-TABLE.
           05 CALLBACK-ENTRY OCCURS 1000 TIMES INDEXED BY CB-IDX.
               10 CB-WNO PIC X(7).
               10 CB-BANKCD PIC X(9).
               10 CB-ACCTNO PIC X(12).
               10 CB-CHGDATE PIC X(8).
               10 CB-NET PIC 9(8)V99.
       01 CALLBACK-CNT PIC 9(4) VALUE 0.

       01 XFER-HDR.
           05 XH-TYPE PIC X(1) VALUE "H".
           05 XH-ORIGIN PIC X(10) VALUE "PUPMAIN".
           05 XH-PERNO PIC 9(5).
           05 XH-CREATEDT PIC X(8).
           05 XH-CREATETM PIC X(6).
           05 XH-VALUEDT PIC X(8).
           05 FILLER PIC X(42) VALUE SPACES.

       01 XFER-DTL.
           05 XD-TYPE PIC X(1) VALUE "D".
           05 XD-BANKCD PIC X(9).
           05 XD-ACCTNO PIC X(12).
           05 XD-ACCTTYPE PIC X(1).
           05 XD-ACCTNAME PIC X(25).
           05 XD-AMT PIC 9(8)V99.
           05 XD-WNO PIC X(7).
           05 FILLER PIC X(15) VALUE SPACES.

       01 XFER-TRL.
           05 XT-TYPE PIC X(1) VALUE "T".
           05 XT-RECCNT PIC 9(6).
           05 XT-TOTAL PIC 9(11)V99.
           05 XT-HASH PIC 9(15).
           05 FILLER PIC X(45) VALUE SPACES.

       01 XRP-HD1.
           05 FILLER PIC X(22) VALUE "BANK TRANSFER REPORT.".
           05 FILLER PIC X(8) VALUE "PERIOD: ".
           05 XRP-HD1-PERNO PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAYDAY: ".
           05 XRP-HD1-PAYDAY PIC X(8).
           05 FILLER PIC X(25) VALUE SPACES.

       01 XRP-HD2.
           05 FILLER PIC X(17) VALUE "CALLBACK WINDOW: ".
           05 XRP-HD2-DAYS PIC ZZ9.
           05 FILLER PIC X(23) VALUE " DAYS BEFORE PAYDAY".
           05 FILLER PIC X(37) VALUE SPACES.

       01 XRP-CASH-HD.
           05 FILLER PIC X(49)
              VALUE "WORKERS WITH NO BANK ACCOUNT - PAY BY CASH/CHECK:".
           05 FILLER PIC X(31) VALUE SPACES.

       01 XRP-CASH-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 XRP-CASH-WNO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 XRP-CASH-PROVCD PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 XRP-CASH-STATCD PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "NET: ".
           05 XRP-CASH-NET PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(36) VALUE SPACES.

       01 XRP-CALL-HD.
           05 FILLER PIC X(40)
              VALUE "ACCOUNTS CHANGED WITHIN CALLBACK WINDOW ".
           05 FILLER PIC X(40)
              VALUE "- VERIFY BY CALLBACK BEFORE RELEASE:".

       01 XRP-CALL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 XRP-CALL-WNO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 XRP-CALL-BANKCD PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 XRP-CALL-ACCTNO PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "CHANGED: ".
           05 XRP-CALL-CHGDATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "NET: ".
           05 XRP-CALL-NET PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(6) VALUE SPACES.

       01 XRP-NONE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "NONE.".
           05 FILLER PIC X(70) VALUE SPACES.

       01 XRP-TOT1.
           05 FILLER PIC X(9) VALUE "CREDITS: ".
           05 XRP-CRED-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "TOTAL: ".
           05 XRP-CREDTOT-OUT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "HASH: ".
           05 XRP-HASH-OUT PIC 9(15).
           05 FILLER PIC X(15) VALUE SPACES.

       01 XRP-TOT2.
           05 FILLER PIC X(12) VALUE "CASH/CHECK: ".
           05 XRP-CASH-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "TOTAL: ".
           05 XRP-CASHTOT-OUT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ZERO NET: ".
           05 XRP-ZERO-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "CALLBACK: ".
           05 XRP-CALL-OUT PIC ZZ,ZZ9.

       01 XRP-TOT3.
           05 FILLER PIC X(15) VALUE "DETAIL READ:   ".
           05 XRP-DTL-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "NET: ".
           05 XRP-DTLNET-OUT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(35) VALUE SPACES.

       01 XRP-TOT4.
           05 FILLER PIC X(15) VALUE "REGISTER:      ".
           05 XRP-REGCNT-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "NET: ".
           05 XRP-REGNET-OUT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(35) VALUE SPACES.

       01 XRP-BAL-LINE.
           05 XRP-BAL-MSG PIC X(60).
           05 FILLER PIC X(20) VALUE SPACES.

       01 NEWLINE PIC X(80) VALUE SPACES.

       01 JOBCTL-CONTROLS.
           05 JOBCTL-STATUS PIC X(2) VALUE "00".
           05 JOBCTL-EOFSW PIC X(3) VALUE "NO ".
           05 JOB-FORCE-SW PIC X(3) VALUE "NO ".
           05 JOB-FORCE-TALLY PIC 9(3) VALUE 0.
           05 JOB-OWN-NAME PIC X(10) VALUE "BANKXFER  ".
           05 JOB-OWN-PRED PIC X(10) VALUE "PAYCALC   ".
           05 JOB-PRED-NAME PIC X(10) VALUE SPACES.
           05 JOB-OWN-IDX PIC 99 VALUE 0.
           05 JOB-PRED-IDX PIC 99 VALUE 0.
           05 JOB-SUB PIC 99 VALUE 0.
           05 JOB-PRED-OK-SW PIC X(3) VALUE "NO ".
           05 JOB-DATE PIC X(8).
           05 JOB-TIME-RAW PIC X(8).

       01 JOBSTEP-TABLE.
           05 JOBSTEP-ENTRY OCCURS 12 TIMES.
               10 JS-PROGRAM PIC X(10).
               10 JS-PRED PIC X(10).
               10 JS-STATUS PIC X(1).
               10 JS-RETCODE PIC 9(3).
               10 JS-DATE PIC X(8).
               10 JS-TIME PIC X(6).
       01 JOBSTEP-CNT PIC 99 VALUE 0.

       PROCEDURE DIVISION.

       MAIN-RTN.
           ACCEPT XFER-PARM FROM COMMAND-LINE.
           MOVE 0 TO JOB-FORCE-TALLY.
           INSPECT XFER-PARM TALLYING JOB-FORCE-TALLY
               FOR ALL "FORCE".
           IF JOB-FORCE-TALLY > 0
               MOVE "YES" TO JOB-FORCE-SW
               INSPECT XFER-PARM REPLACING ALL "FORCE" BY "     "
           END-IF.
           PERFORM CHECK-JOBCTL-RTN.
           PERFORM LOAD-PERIOD-RTN.
           PERFORM CHECK-FINAL-RTN.
           PERFORM LOAD-PAYCTL-RTN.
           PERFORM INITIAL-RTN.
           PERFORM UNTIL PAYDTL-EOFSW = "YES"
               PERFORM PROCESS-RTN
           END-PERFORM.
           PERFORM FINISH-RTN.
           PERFORM CLOSE-JOBCTL-RTN.
           STOP RUN.

       LOAD-PERIOD-RTN.
           OPEN INPUT PPFILE.
           IF PPFILE-STATUS NOT = "00"
               DISPLAY "PAYPERIOD.txt MISSING - TRANSFER BUILT FOR "
                   "PERIOD ZERO"
           ELSE
               READ PPFILE
                   AT END
                       DISPLAY "PAYPERIOD.txt EMPTY - TRANSFER BUILT "
                           "FOR PERIOD ZERO"
                   NOT AT END
                       MOVE PP-PERNO TO CUR-PERNO
                       MOVE PP-STARTDT TO CUR-STARTDT
                       MOVE PP-ENDDT TO CUR-ENDDT
               END-READ
               CLOSE PPFILE
           END-IF.
       LOAD-PERIOD-END.

       CHECK-FINAL-RTN.
           OPEN INPUT LEDFILE.
           IF LEDFILE-STATUS NOT = "00"
               MOVE "YES" TO LED-EOFSW
           END-IF.
           PERFORM UNTIL LED-EOFSW = "YES"
               READ LEDFILE
                   AT END
                       MOVE "YES" TO LED-EOFSW
                   NOT AT END
                       IF LED-PERNO = CUR-PERNO
                           MOVE "YES" TO PERIOD-PAID-SW
                       END-IF
               END-READ
           END-PERFORM.
           IF LEDFILE-STATUS NOT = "35"
               CLOSE LEDFILE
           END-IF.

           IF PERIOD-PAID-SW = "NO "
               DISPLAY "PERIOD " CUR-PERNO " NOT ON PAID LEDGER - "
                   "REGISTER NOT FINALIZED, RUN PAYCALC.cob FIRST. "
                   "RUN REFUSED."
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-JOBCTL-RTN
               STOP RUN
           END-IF.
       CHECK-FINAL-END.

       LOAD-PAYCTL-RTN.
           OPEN INPUT PAYCTLFILE.
           IF PAYCTL-STATUS = "00"
               READ PAYCTLFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-PERNO = CUR-PERNO
                           MOVE "YES" TO CTL-FOUND-SW
                       END-IF
               END-READ
               CLOSE PAYCTLFILE
           END-IF.
           IF CTL-FOUND-SW = "NO "
               DISPLAY "PAYCTL.txt MISSING OR NOT FOR PERIOD "
                   CUR-PERNO " - RERUN PAYCALC.cob. RUN REFUSED."
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-JOBCTL-RTN
               STOP RUN
           END-IF.
       LOAD-PAYCTL-END.

       INITIAL-RTN.
           IF XFER-PARM NOT = SPACES
               MOVE FUNCTION NUMVAL(XFER-PARM) TO CALLBACK-DAYS
           END-IF.

           ACCEPT XFER-RUNDATE FROM DATE YYYYMMDD.
           ACCEPT XFER-RUNTIME-RAW FROM TIME.
           IF CUR-ENDDT NUMERIC
               MOVE CUR-ENDDT TO PAYDAY
           ELSE
               MOVE XFER-RUNDATE TO PAYDAY
           END-IF.
           MOVE PAYDAY TO PAYDAY-N.

           OPEN INPUT PAYDTLFILE.
           IF PAYDTL-STATUS NOT = "00"
               DISPLAY "PAYDTL.txt NOT FOUND - RERUN PAYCALC.cob"
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-JOBCTL-RTN
               STOP RUN
           END-IF.

           OPEN INPUT BANKFILE.
           IF BANKFILE-STATUS = "00"
               MOVE "YES" TO BANK-OPEN-SW
           ELSE
               DISPLAY "BANKACCT.dat NOT FOUND - EVERY WORKER GOES TO "
                   "THE CASH/CHECK LIST"
           END-IF.

           OPEN OUTPUT XFERFILE.
           OPEN OUTPUT XRPTFILE.

           MOVE CUR-PERNO TO XH-PERNO.
           MOVE XFER-RUNDATE TO XH-CREATEDT.
           MOVE XFER-RUNTIME-RAW(1:6) TO XH-CREATETM.
           MOVE PAYDAY TO XH-VALUEDT.
           WRITE XFER-REC FROM XFER-HDR.

           MOVE CUR-PERNO TO XRP-HD1-PERNO.
           MOVE PAYDAY TO XRP-HD1-PAYDAY.
           WRITE XRPTREC FROM XRP-HD1.
           MOVE CALLBACK-DAYS TO XRP-HD2-DAYS.
           WRITE XRPTREC FROM XRP-HD2.
           WRITE XRPTREC FROM NEWLINE.
       INITIAL-END.

       PROCESS-RTN.
           READ PAYDTLFILE
               AT END
                   MOVE "YES" TO PAYDTL-EOFSW
               NOT AT END
                   ADD 1 TO XFER-DTLCNT
                   ADD PD-NET TO XFER-DTLNET
                   PERFORM DISBURSE-RTN
           END-READ.
       PROCESS-END.

       DISBURSE-RTN.
           IF PD-NET = 0
               ADD 1 TO XFER-ZEROCNT
           ELSE
               PERFORM FIND-ACCOUNT-RTN
               IF ACCT-FOUND-SW = "YES"
                   PERFORM WRITE-CREDIT-RTN
                   PERFORM CHECK-CALLBACK-RTN
               ELSE
                   PERFORM STORE-CASH-RTN
               END-IF
           END-IF.
       DISBURSE-END.

       FIND-ACCOUNT-RTN.
           MOVE "NO " TO ACCT-FOUND-SW
           IF BANK-OPEN-SW = "YES"
               MOVE PD-WNO TO BA-WNO
               READ BANKFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO ACCT-FOUND-SW
               END-READ
           END-IF.
       FIND-ACCOUNT-END.

       WRITE-CREDIT-RTN.
           MOVE BA-BANKCD TO XD-BANKCD
           MOVE BA-ACCTNO TO XD-ACCTNO
           MOVE BA-ACCTTYPE TO XD-ACCTTYPE
           MOVE BA-ACCTNAME TO XD-ACCTNAME
           MOVE PD-NET TO XD-AMT
           MOVE PD-WNO TO XD-WNO
           WRITE XFER-REC FROM XFER-DTL
           ADD 1 TO XFER-CREDCNT
           ADD PD-NET TO XFER-CREDTOT
           IF BA-ACCTNO NUMERIC
               ADD BA-ACCTNO-N TO XFER-HASH
           END-IF.
       WRITE-CREDIT-END.

       CHECK-CALLBACK-RTN.
           IF BA-CHGDATE NUMERIC
               MOVE BA-CHGDATE TO CHGDATE-N
               COMPUTE DAYS-BEFORE =
                   FUNCTION INTEGER-OF-DATE(PAYDAY-N) -
                   FUNCTION INTEGER-OF-DATE(CHGDATE-N)
               IF DAYS-BEFORE <= CALLBACK-DAYS
                   ADD 1 TO XFER-CALLCNT
                   IF CALLBACK-CNT >= 1000
                       DISPLAY "CALLBACK-TABLE FULL (1000 ACCOUNTS) - "
                           "NOT LISTED: " PD-WNO
                   ELSE
                       ADD 1 TO CALLBACK-CNT
                       MOVE PD-WNO TO CB-WNO(CALLBACK-CNT)
                       MOVE BA-BANKCD TO CB-BANKCD(CALLBACK-CNT)
                       MOVE BA-ACCTNO TO CB-ACCTNO(CALLBACK-CNT)
                       MOVE BA-CHGDATE TO CB-CHGDATE(CALLBACK-CNT)
                       MOVE PD-NET TO CB-NET(CALLBACK-CNT)
                   END-IF
               END-IF
           END-IF.
       CHECK-CALLBACK-END.

       STORE-CASH-RTN.
           ADD 1 TO XFER-CASHCNT
           ADD PD-NET TO XFER-CASHTOT
           IF CASH-CNT >= 5000
               DISPLAY "CASH-TABLE FULL (5000 WORKERS) - NOT LISTED: "
                   PD-WNO
           ELSE
               ADD 1 TO CASH-CNT
               MOVE PD-WNO TO CASH-WNO(CASH-CNT)
               MOVE PD-PROVCD TO CASH-PROVCD(CASH-CNT)
               MOVE PD-STATCD TO CASH-STATCD(CASH-CNT)
               MOVE PD-NET TO CASH-NET(CASH-CNT)
           END-IF.
       STORE-CASH-END.

       FINISH-RTN.
           MOVE XFER-CREDCNT TO XT-RECCNT
           MOVE XFER-CREDTOT TO XT-TOTAL
           MOVE XFER-HASH TO XT-HASH
           WRITE XFER-REC FROM XFER-TRL

           PERFORM REPORT-CASH-RTN
           PERFORM REPORT-CALLBACK-RTN
           PERFORM PROVE-TOTALS-RTN

           IF BANK-OPEN-SW = "YES"
               CLOSE BANKFILE
           END-IF
           CLOSE PAYDTLFILE XFERFILE XRPTFILE.

           IF XFER-BAL-SW = "NO "
               OPEN OUTPUT XFERFILE
               CLOSE XFERFILE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF XFER-CASHCNT > 0 OR XFER-CALLCNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       FINISH-END.

       REPORT-CASH-RTN.
           WRITE XRPTREC FROM XRP-CASH-HD
           IF CASH-CNT = 0
               WRITE XRPTREC FROM XRP-NONE-LINE
           END-IF
           PERFORM VARYING CASH-IDX FROM 1 BY 1
                   UNTIL CASH-IDX > CASH-CNT
               MOVE CASH-WNO(CASH-IDX) TO XRP-CASH-WNO
               MOVE CASH-PROVCD(CASH-IDX) TO XRP-CASH-PROVCD
               MOVE CASH-STATCD(CASH-IDX) TO XRP-CASH-STATCD
               MOVE CASH-NET(CASH-IDX) TO XRP-CASH-NET
               WRITE XRPTREC FROM XRP-CASH-LINE
           END-PERFORM
           WRITE XRPTREC FROM NEWLINE.
       REPORT-CASH-END.

       REPORT-CALLBACK-RTN.
           WRITE XRPTREC FROM XRP-CALL-HD
           IF CALLBACK-CNT = 0
               WRITE XRPTREC FROM XRP-NONE-LINE
           END-IF
           PERFORM VARYING CB-IDX FROM 1 BY 1
                   UNTIL CB-IDX > CALLBACK-CNT
               MOVE CB-WNO(CB-IDX) TO XRP-CALL-WNO
               MOVE CB-BANKCD(CB-IDX) TO XRP-CALL-BANKCD
               MOVE CB-ACCTNO(CB-IDX) TO XRP-CALL-ACCTNO
               MOVE CB-CHGDATE(CB-IDX) TO XRP-CALL-CHGDATE
               MOVE CB-NET(CB-IDX) TO XRP-CALL-NET
               WRITE XRPTREC FROM XRP-CALL-LINE
           END-PERFORM
           WRITE XRPTREC FROM NEWLINE.
       REPORT-CALLBACK-END.

       PROVE-TOTALS-RTN.
           MOVE XFER-CREDCNT TO XRP-CRED-OUT
           MOVE XFER-CREDTOT TO XRP-CREDTOT-OUT
           MOVE XT-HASH TO XRP-HASH-OUT
           WRITE XRPTREC FROM XRP-TOT1
           MOVE XFER-CASHCNT TO XRP-CASH-OUT
           MOVE XFER-CASHTOT TO XRP-CASHTOT-OUT
           MOVE XFER-ZEROCNT TO XRP-ZERO-OUT
           MOVE XFER-CALLCNT TO XRP-CALL-OUT
           WRITE XRPTREC FROM XRP-TOT2
           MOVE XFER-DTLCNT TO XRP-DTL-OUT
           MOVE XFER-DTLNET TO XRP-DTLNET-OUT
           WRITE XRPTREC FROM XRP-TOT3
           MOVE PC-WORKCNT TO XRP-REGCNT-OUT
           MOVE PC-NET TO XRP-REGNET-OUT
           WRITE XRPTREC FROM XRP-TOT4
           WRITE XRPTREC FROM NEWLINE

           IF XFER-DTLCNT NOT = PC-WORKCNT
              OR XFER-DTLNET NOT = PC-NET
              OR XFER-CREDTOT + XFER-CASHTOT NOT = PC-NET
               MOVE "NO " TO XFER-BAL-SW
               MOVE "*** OUT OF BALANCE WITH REGISTER - TRANSFER FILE "
                   TO XRP-BAL-MSG
               WRITE XRPTREC FROM XRP-BAL-LINE
               MOVE "*** WITHHELD. RERUN PAYCALC.cob, THEN THIS STEP."
                   TO XRP-BAL-MSG
               WRITE XRPTREC FROM XRP-BAL-LINE
               DISPLAY "BANK TRANSFER OUT OF BALANCE WITH PAYCTL.txt - "
                   "BANKXFER.txt WITHHELD"
           ELSE
               MOVE "IN BALANCE WITH REGISTER - TRANSFER FILE RELEASED."
                   TO XRP-BAL-MSG
               WRITE XRPTREC FROM XRP-BAL-LINE
           END-IF.
       PROVE-TOTALS-END.

       CHECK-JOBCTL-RTN.
           ACCEPT JOB-DATE FROM DATE YYYYMMDD
           ACCEPT JOB-TIME-RAW FROM TIME
           PERFORM LOAD-JOBCTL-RTN
           PERFORM FIND-OWNSTEP-RTN
           MOVE JS-PRED(JOB-OWN-IDX) TO JOB-PRED-NAME
           IF JOB-PRED-NAME NOT = SPACES
               PERFORM CHECK-PREDSTEP-RTN
           END-IF
           MOVE "S" TO JS-STATUS(JOB-OWN-IDX)
           MOVE 0 TO JS-RETCODE(JOB-OWN-IDX)
           MOVE JOB-DATE TO JS-DATE(JOB-OWN-IDX)
           MOVE JOB-TIME-RAW(1:6) TO JS-TIME(JOB-OWN-IDX)
           PERFORM WRITE-JOBCTL-RTN.
       CHECK-JOBCTL-END.

       LOAD-JOBCTL-RTN.
           OPEN INPUT JOBCTLFILE.
           IF JOBCTL-STATUS NOT = "00"
               MOVE "YES" TO JOBCTL-EOFSW
           END-IF.
           PERFORM UNTIL JOBCTL-EOFSW = "YES"
               READ JOBCTLFILE
                   AT END
                       MOVE "YES" TO JOBCTL-EOFSW
                   NOT AT END
                       IF JOBSTEP-CNT >= 12
                           DISPLAY "JOBCTL.txt EXCEEDS 12 STEPS - "
                               "ENTRY IGNORED: " JOBCTL-REC
                       ELSE
                           ADD 1 TO JOBSTEP-CNT
                           MOVE JC-PROGRAM TO JS-PROGRAM(JOBSTEP-CNT)
                           MOVE JC-PRED TO JS-PRED(JOBSTEP-CNT)
                           MOVE JC-STATUS TO JS-STATUS(JOBSTEP-CNT)
                           MOVE JC-RETCODE TO JS-RETCODE(JOBSTEP-CNT)
                           MOVE JC-DATE TO JS-DATE(JOBSTEP-CNT)
                           MOVE JC-TIME TO JS-TIME(JOBSTEP-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF JOBCTL-STATUS NOT = "35"
               CLOSE JOBCTLFILE
           END-IF.
       LOAD-JOBCTL-END.

       FIND-OWNSTEP-RTN.
           MOVE 0 TO JOB-OWN-IDX
           PERFORM VARYING JOB-SUB FROM 1 BY 1
                   UNTIL JOB-SUB > JOBSTEP-CNT
               IF JS-PROGRAM(JOB-SUB) = JOB-OWN-NAME
                  AND JOB-OWN-IDX = 0
                   MOVE JOB-SUB TO JOB-OWN-IDX
               END-IF
           END-PERFORM
           IF JOB-OWN-IDX = 0
               ADD 1 TO JOBSTEP-CNT
               MOVE JOBSTEP-CNT TO JOB-OWN-IDX
               MOVE JOB-OWN-NAME TO JS-PROGRAM(JOB-OWN-IDX)
               MOVE JOB-OWN-PRED TO JS-PRED(JOB-OWN-IDX)
               MOVE SPACE TO JS-STATUS(JOB-OWN-IDX)
               MOVE 0 TO JS-RETCODE(JOB-OWN-IDX)
               MOVE SPACES TO JS-DATE(JOB-OWN-IDX)
               MOVE SPACES TO JS-TIME(JOB-OWN-IDX)
           END-IF.
       FIND-OWNSTEP-END.

       CHECK-PREDSTEP-RTN.
           MOVE 0 TO JOB-PRED-IDX
           PERFORM VARYING JOB-SUB FROM 1 BY 1
                   UNTIL JOB-SUB > JOBSTEP-CNT
               IF JS-PROGRAM(JOB-SUB) = JOB-PRED-NAME
                  AND JOB-PRED-IDX = 0
                   MOVE JOB-SUB TO JOB-PRED-IDX
               END-IF
           END-PERFORM
           MOVE "NO " TO JOB-PRED-OK-SW
           IF JOB-PRED-IDX > 0
               IF JS-STATUS(JOB-PRED-IDX) = "C"
                  AND JS-RETCODE(JOB-PRED-IDX) < 8
                  AND JS-DATE(JOB-PRED-IDX) = JOB-DATE
                   MOVE "YES" TO JOB-PRED-OK-SW
               END-IF
           END-IF
           IF JOB-PRED-OK-SW = "NO "
               IF JOB-FORCE-SW = "YES"
                   DISPLAY "JOBCTL: PREDECESSOR " JOB-PRED-NAME
                       " NOT COMPLETE THIS CYCLE - FORCED PAST "
                       "THE CHECK"
               ELSE
                   DISPLAY "JOBCTL: PREDECESSOR " JOB-PRED-NAME
                       " HAS NOT COMPLETED CLEANLY THIS CYCLE - "
                       "RUN REFUSED. GIVE FORCE ON THE COMMAND "
                       "LINE TO OVERRIDE."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       CHECK-PREDSTEP-END.

       WRITE-JOBCTL-RTN.
           OPEN OUTPUT JOBCTLFILE
           PERFORM VARYING JOB-SUB FROM 1 BY 1
                   UNTIL JOB-SUB > JOBSTEP-CNT
               MOVE JS-PROGRAM(JOB-SUB) TO JC-PROGRAM
               MOVE JS-PRED(JOB-SUB) TO JC-PRED
               MOVE JS-STATUS(JOB-SUB) TO JC-STATUS
               MOVE JS-RETCODE(JOB-SUB) TO JC-RETCODE
               MOVE JS-DATE(JOB-SUB) TO JC-DATE
               MOVE JS-TIME(JOB-SUB) TO JC-TIME
               WRITE JOBCTL-REC
           END-PERFORM
           CLOSE JOBCTLFILE.
       WRITE-JOBCTL-END.

       CLOSE-JOBCTL-RTN.
           ACCEPT JOB-TIME-RAW FROM TIME
           MOVE "C" TO JS-STATUS(JOB-OWN-IDX)
           MOVE RETURN-CODE TO JS-RETCODE(JOB-OWN-IDX)
           MOVE JOB-DATE TO JS-DATE(JOB-OWN-IDX)
           MOVE JOB-TIME-RAW(1:6) TO JS-TIME(JOB-OWN-IDX)
           PERFORM WRITE-JOBCTL-RTN.
       CLOSE-JOBCTL-END.
