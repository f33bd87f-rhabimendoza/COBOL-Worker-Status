       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSLIP.
       AUTHOR. RHABI MENDOZA.
       INSTALLATION. PUP MAIN.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED. OCTOBER 15, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM PRINTS ONE PAYSLIP PER WORKER FOR THE
           CURRENT PAY PERIOD ON PAYPERIOD.txt AFTER PAYCALC.cob HAS
           RUN. THE FIGURES COME FROM THE REGISTER DETAIL FILE
           PAYDTL.txt, WHICH PAYCALC.cob WRITES IN THE SAME PROVINCE
           ORDER AS THE REGISTER, SO THE SLIPS COME OUT BY PROVINCE.
           EACH SLIP SHOWS THE WORKER'S NAME FROM WORKERMST.dat, THE
           PROVINCE, STATUS AND RATE, THE HOURS AND PAY BY REGULAR,
           OVERTIME, REST-DAY AND HOLIDAY, ANY ONE-TIME OR RETROACTIVE
           ADJUSTMENTS, GROSS PAY, THE TAX, SSS AND HEALTH DEDUCTIONS,
           EACH LOAN, CASH ADVANCE OR DUES DEDUCTION TAKEN WITH THE
           BALANCE LEFT ON LOANBAL.dat, NET PAY, THE YEAR-TO-DATE GROSS
           FROM YTDEARN.dat AND THE VACATION AND SICK LEAVE BALANCES
           FROM LEAVEBAL.dat. THE LAST PAGE OF PAYSLIP.txt IS A CONTROL
           PAGE PROVING THE SLIP COUNT AND THE TOTAL NET PAY ON THE
           SLIPS AGAINST THE REGISTER CONTROL TOTALS ON PAYCTL.txt.

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
           SELECT PAYCTLFILE ASSIGN TO 'PAYCTL.txt'
               FILE STATUS IS PAYCTL-STATUS.
           SELECT PAYDTLFILE ASSIGN TO 'PAYDTL.txt'
               FILE STATUS IS PAYDTL-STATUS.
           SELECT MSTFILE ASSIGN TO 'WORKERMST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-WNO
               FILE STATUS IS MSTFILE-STATUS.
           SELECT YTDFILE ASSIGN TO 'YTDEARN.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-WNO
               FILE STATUS IS YTDFILE-STATUS.
           SELECT LVBALFILE ASSIGN TO 'LEAVEBAL.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-WNO
               FILE STATUS IS LVBAL-STATUS.
           SELECT LOANFILE ASSIGN TO 'LOANBAL.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS LOANFILE-STATUS.
           SELECT SLIPFILE ASSIGN TO 'PAYSLIP.txt'.

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

       FD MSTFILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS MST-REC.

       01 MST-REC.
           05 MST-PROVCD PIC A.
           05 MST-WNO PIC X(7).
           05 MST-WNAME PIC X(25).
           05 MST-STATCD PIC A.

       FD YTDFILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS YTD-REC.

       01 YTD-REC.
           05 YTD-WNO PIC X(7).
           05 YTD-YEAR PIC X(4).
           05 YTD-GROSS PIC 9(9)V99.
           05 YTD-HRS PIC 9(5)V9.
           05 YTD-RUNCNT PIC 9(3).
           05 YTD-LASTPER PIC 9(5).

       FD LVBALFILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS LVBAL-REC.

       01 LVBAL-REC.
           05 LB-WNO PIC X(7).
           05 LB-VACBAL PIC 9(3)V9.
           05 LB-SICKBAL PIC 9(3)V9.
           05 LB-LASTACCR PIC 9(5).

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

       FD SLIPFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SLIPREC.

       01 SLIPREC.
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

       01 SLIP-PARM PIC X(20) VALUE SPACES.

       01 TEMP-VALUES.
           05 PAYCTL-STATUS PIC X(2) VALUE "00".
           05 PAYDTL-STATUS PIC X(2) VALUE "00".
           05 MSTFILE-STATUS PIC X(2) VALUE "00".
           05 YTDFILE-STATUS PIC X(2) VALUE "00".
           05 LVBAL-STATUS PIC X(2) VALUE "00".
           05 LOANFILE-STATUS PIC X(2) VALUE "00".
           05 MST-OPEN-SW PIC X(3) VALUE "NO ".
           05 YTD-OPEN-SW PIC X(3) VALUE "NO ".
           05 LVBAL-OPEN-SW PIC X(3) VALUE "NO ".
           05 LOAN-EOFSW PIC X(3) VALUE "NO ".
           05 SLIP-LOAN-SW PIC X(3) VALUE "NO ".
           05 PAYDTL-EOFSW PIC X(3) VALUE "NO ".
           05 CTL-FOUND-SW PIC X(3) VALUE "NO ".

       01 PERIOD-CONTROLS.
           05 PPFILE-STATUS PIC X(2) VALUE "00".
           05 CUR-PERNO PIC 9(5) VALUE 0.
           05 CUR-STARTDT PIC X(8) VALUE SPACES.
           05 CUR-ENDDT PIC X(8) VALUE SPACES.

       01 SLIP-CONTROLS.
           05 SLIP-RUNDATE PIC X(8).
           05 SLIP-CNT PIC 9(5) VALUE 0.
           05 SLIP-GROSS PIC 9(9)V99 VALUE 0.
           05 SLIP-NET PIC 9(9)V99 VALUE 0.
           05 SLIP-DEDTOT PIC 9(8)V99 VALUE 0.
           05 SLIP-NOMST-CNT PIC 9(5) VALUE 0.
           05 SLIP-OTHPER-CNT PIC 9(5) VALUE 0.
           05 SLIP-BAL-SW PIC X(3) VALUE "YES".

       01 SLIP-HD1.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "CHIKA ULIT CORPORATION".
           05 FILLER PIC X(29) VALUE SPACES.

       01 SLIP-HD2.
           05 FILLER PIC X(33) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Kalokohan City".
           05 FILLER PIC X(33) VALUE SPACES.

       01 SLIP-HD3.
           05 FILLER PIC X(36) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "PAYSLIP".
           05 FILLER PIC X(37) VALUE SPACES.

       01 SLIP-HD4.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PERIOD: ".
           05 SLIP-HD4-PERNO PIC ZZZZ9.
           05 FILLER PIC X(7) VALUE "  FROM ".
           05 SLIP-HD4-STARTDT PIC X(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 SLIP-HD4-ENDDT PIC X(8).
           05 FILLER PIC X(20) VALUE SPACES.

       01 SLIP-ID1.
           05 FILLER PIC X(11) VALUE "WORKER NO: ".
           05 SLIP-ID1-WNO PIC X(7).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "NAME: ".
           05 SLIP-ID1-WNAME PIC X(25).
           05 FILLER PIC X(27) VALUE SPACES.

       01 SLIP-ID2.
           05 FILLER PIC X(11) VALUE "PROVINCE:  ".
           05 SLIP-ID2-PROVCD PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "STATUS: ".
           05 SLIP-ID2-STATCD PIC X(1).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "HOURLY RATE: ".
           05 SLIP-ID2-RATE PIC Z,ZZ9.99.
           05 FILLER PIC X(24) VALUE SPACES.

       01 SLIP-EARN-HD.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "EARNINGS".
           05 FILLER PIC X(8) VALUE "   HOURS".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "      AMOUNT".
           05 FILLER PIC X(32) VALUE SPACES.

       01 SLIP-EARN-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SLIP-EARN-DESC PIC X(20).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SLIP-EARN-HRS PIC ZZ9.9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SLIP-EARN-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(32) VALUE SPACES.

       01 SLIP-AMT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SLIP-AMT-DESC PIC X(20).
           05 FILLER PIC X(12) VALUE SPACES.
           05 SLIP-AMT-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(32) VALUE SPACES.

       01 SLIP-LOAN-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SLIP-LOAN-DESC PIC X(20).
           05 FILLER PIC X(12) VALUE SPACES.
           05 SLIP-LOAN-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "BALANCE: ".
           05 SLIP-LOAN-BAL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE SPACES.

       01 SLIP-DED-HD.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "DEDUCTIONS".
           05 FILLER PIC X(66) VALUE SPACES.

       01 SLIP-NET-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "NET PAY".
           05 FILLER PIC X(12) VALUE SPACES.
           05 SLIP-NET-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(32) VALUE SPACES.

       01 SLIP-YTD-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "YEAR-TO-DATE GROSS".
           05 FILLER PIC X(10) VALUE SPACES.
           05 SLIP-YTD-AMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(32) VALUE SPACES.

       01 SLIP-LV-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "LEAVE BALANCE (HOURS) ".
           05 FILLER PIC X(10) VALUE "VACATION: ".
           05 SLIP-LV-VAC PIC ZZ9.9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "SICK: ".
           05 SLIP-LV-SICK PIC ZZ9.9.
           05 FILLER PIC X(24) VALUE SPACES.

       01 SLIP-RULE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(48) VALUE ALL "-".
           05 FILLER PIC X(28) VALUE SPACES.

       01 SLIP-CUT.
           05 FILLER PIC X(80) VALUE ALL "=".

       01 CTL-HD.
           05 FILLER PIC X(26) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "PAYSLIP RUN - CONTROL PAGE".
           05 FILLER PIC X(26) VALUE SPACES.

       01 CTL-LINE1.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "PAYSLIPS PRINTED:".
           05 CTL-SLIPCNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "NET PAY: ".
           05 CTL-SLIPNET PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(18) VALUE SPACES.

       01 CTL-LINE2.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "WORKERS ON REGISTER:".
           05 CTL-REGCNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "NET PAY: ".
           05 CTL-REGNET PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(18) VALUE SPACES.

       01 CTL-LINE3.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "GROSS PAY ON SLIPS:".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(10) VALUE SPACES.
           05 CTL-SLIPGROSS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(18) VALUE SPACES.

       01 CTL-LINE4.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "GROSS PAY ON REGISTER:".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(10) VALUE SPACES.
           05 CTL-REGGROSS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(18) VALUE SPACES.

       01 CTL-LINE5.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "NAME NOT ON MASTER:".
           05 CTL-NOMST PIC ZZ,ZZ9.
           05 FILLER PIC X(46) VALUE SPACES.

       01 CTL-LINE6.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "DETAIL FOR OTHER PERIOD:".
           05 CTL-OTHPER PIC ZZ,ZZ9.
           05 FILLER PIC X(46) VALUE SPACES.

       01 CTL-MSG-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CTL-MSG PIC X(60).
           05 FILLER PIC X(16) VALUE SPACES.

       01 NEWLINE PIC X(80) VALUE SPACES.

       01 JOBCTL-CONTROLS.
           05 JOBCTL-STATUS PIC X(2) VALUE "00".
           05 JOBCTL-EOFSW PIC X(3) VALUE "NO ".
           05 JOB-FORCE-SW PIC X(3) VALUE "NO ".
           05 JOB-FORCE-TALLY PIC 9(3) VALUE 0.
           05 JOB-OWN-NAME PIC X(10) VALUE "PAYSLIP   ".
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
           ACCEPT SLIP-PARM FROM COMMAND-LINE.
           MOVE 0 TO JOB-FORCE-TALLY.
           INSPECT SLIP-PARM TALLYING JOB-FORCE-TALLY
               FOR ALL "FORCE".
           IF JOB-FORCE-TALLY > 0
               MOVE "YES" TO JOB-FORCE-SW
           END-IF.
           PERFORM CHECK-JOBCTL-RTN.
           PERFORM LOAD-PERIOD-RTN.
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
               DISPLAY "PAYPERIOD.txt MISSING - SLIPS PRINTED FOR "
                   "PERIOD ZERO"
           ELSE
               READ PPFILE
                   AT END
                       DISPLAY "PAYPERIOD.txt EMPTY - SLIPS PRINTED "
                           "FOR PERIOD ZERO"
                   NOT AT END
                       MOVE PP-PERNO TO CUR-PERNO
                       MOVE PP-STARTDT TO CUR-STARTDT
                       MOVE PP-ENDDT TO CUR-ENDDT
               END-READ
               CLOSE PPFILE
           END-IF.
       LOAD-PERIOD-END.

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
                   CUR-PERNO " - RUN PAYCALC.cob FIRST. RUN REFUSED."
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-JOBCTL-RTN
               STOP RUN
           END-IF.
       LOAD-PAYCTL-END.

       INITIAL-RTN.
           ACCEPT SLIP-RUNDATE FROM DATE YYYYMMDD.

           OPEN INPUT PAYDTLFILE.
           IF PAYDTL-STATUS NOT = "00"
               DISPLAY "PAYDTL.txt NOT FOUND - RERUN PAYCALC.cob"
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-JOBCTL-RTN
               STOP RUN
           END-IF.

           OPEN INPUT MSTFILE.
           IF MSTFILE-STATUS = "00"
               MOVE "YES" TO MST-OPEN-SW
           ELSE
               DISPLAY "WORKERMST.dat NOT FOUND - SLIPS PRINTED "
                   "WITHOUT NAMES"
           END-IF.
           OPEN INPUT YTDFILE.
           IF YTDFILE-STATUS = "00"
               MOVE "YES" TO YTD-OPEN-SW
           ELSE
               DISPLAY "YTDEARN.dat NOT FOUND - YEAR-TO-DATE SHOWN "
                   "AS ZERO"
           END-IF.
           OPEN INPUT LVBALFILE.
           IF LVBAL-STATUS = "00"
               MOVE "YES" TO LVBAL-OPEN-SW
           ELSE
               DISPLAY "LEAVEBAL.dat NOT FOUND - LEAVE BALANCES SHOWN "
                   "AS ZERO"
           END-IF.
           OPEN INPUT LOANFILE.
           IF LOANFILE-STATUS = "00"
               MOVE "YES" TO SLIP-LOAN-SW
           END-IF.

           OPEN OUTPUT SLIPFILE.
           MOVE CUR-PERNO TO SLIP-HD4-PERNO.
           MOVE CUR-STARTDT TO SLIP-HD4-STARTDT.
           MOVE CUR-ENDDT TO SLIP-HD4-ENDDT.
       INITIAL-END.

       PROCESS-RTN.
           READ PAYDTLFILE
               AT END
                   MOVE "YES" TO PAYDTL-EOFSW
               NOT AT END
                   IF PD-PERNO NOT = CUR-PERNO
                       ADD 1 TO SLIP-OTHPER-CNT
                       DISPLAY "PAYDTL.txt RECORD FOR PERIOD " PD-PERNO
                           " SKIPPED: " PD-WNO
                   ELSE
                       PERFORM PRINT-SLIP-RTN
                   END-IF
           END-READ.
       PROCESS-END.

       PRINT-SLIP-RTN.
           PERFORM GET-NAME-RTN
           PERFORM GET-YTD-RTN
           PERFORM GET-LEAVE-RTN

           WRITE SLIPREC FROM SLIP-HD1
           WRITE SLIPREC FROM SLIP-HD2
           WRITE SLIPREC FROM SLIP-HD3
           WRITE SLIPREC FROM SLIP-HD4
           WRITE SLIPREC FROM NEWLINE

           MOVE PD-WNO TO SLIP-ID1-WNO
           WRITE SLIPREC FROM SLIP-ID1
           MOVE PD-PROVCD TO SLIP-ID2-PROVCD
           MOVE PD-STATCD TO SLIP-ID2-STATCD
           MOVE PD-RATE TO SLIP-ID2-RATE
           WRITE SLIPREC FROM SLIP-ID2
           WRITE SLIPREC FROM NEWLINE

           PERFORM PRINT-EARNINGS-RTN
           PERFORM PRINT-DEDUCTIONS-RTN

           WRITE SLIPREC FROM SLIP-RULE
           MOVE PD-NET TO SLIP-NET-AMT
           WRITE SLIPREC FROM SLIP-NET-LINE
           WRITE SLIPREC FROM NEWLINE
           WRITE SLIPREC FROM SLIP-YTD-LINE
           WRITE SLIPREC FROM SLIP-LV-LINE
           WRITE SLIPREC FROM NEWLINE
           WRITE SLIPREC FROM SLIP-CUT
           WRITE SLIPREC FROM NEWLINE

           ADD 1 TO SLIP-CNT
           ADD PD-GROSS TO SLIP-GROSS
           ADD PD-NET TO SLIP-NET.
       PRINT-SLIP-END.

       GET-NAME-RTN.
           MOVE "*** NOT ON MASTER ***" TO SLIP-ID1-WNAME
           IF MST-OPEN-SW = "YES"
               MOVE PD-WNO TO MST-WNO
               READ MSTFILE
                   INVALID KEY
                       ADD 1 TO SLIP-NOMST-CNT
                   NOT INVALID KEY
                       MOVE MST-WNAME TO SLIP-ID1-WNAME
               END-READ
           ELSE
               ADD 1 TO SLIP-NOMST-CNT
           END-IF.
       GET-NAME-END.

       GET-YTD-RTN.
           MOVE 0 TO SLIP-YTD-AMT
           IF YTD-OPEN-SW = "YES"
               MOVE PD-WNO TO YTD-WNO
               READ YTDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE YTD-GROSS TO SLIP-YTD-AMT
               END-READ
           END-IF.
       GET-YTD-END.

       GET-LEAVE-RTN.
           MOVE 0 TO SLIP-LV-VAC
           MOVE 0 TO SLIP-LV-SICK
           IF LVBAL-OPEN-SW = "YES"
               MOVE PD-WNO TO LB-WNO
               READ LVBALFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LB-VACBAL TO SLIP-LV-VAC
                       MOVE LB-SICKBAL TO SLIP-LV-SICK
               END-READ
           END-IF.
       GET-LEAVE-END.

       PRINT-EARNINGS-RTN.
           WRITE SLIPREC FROM SLIP-EARN-HD
           MOVE "REGULAR" TO SLIP-EARN-DESC
           MOVE PD-REGHRS TO SLIP-EARN-HRS
           MOVE PD-REGAMT TO SLIP-EARN-AMT
           WRITE SLIPREC FROM SLIP-EARN-LINE
           MOVE "OVERTIME" TO SLIP-EARN-DESC
           MOVE PD-OTHRS TO SLIP-EARN-HRS
           MOVE PD-OTAMT TO SLIP-EARN-AMT
           WRITE SLIPREC FROM SLIP-EARN-LINE
           MOVE "REST DAY" TO SLIP-EARN-DESC
           MOVE PD-RDHRS TO SLIP-EARN-HRS
           MOVE PD-RDAMT TO SLIP-EARN-AMT
           WRITE SLIPREC FROM SLIP-EARN-LINE
           MOVE "HOLIDAY" TO SLIP-EARN-DESC
           MOVE PD-HOLHRS TO SLIP-EARN-HRS
           MOVE PD-HOLAMT TO SLIP-EARN-AMT
           WRITE SLIPREC FROM SLIP-EARN-LINE
           IF PD-ADJERN > 0
               MOVE "ADJUSTMENTS (ADD)" TO SLIP-AMT-DESC
               MOVE PD-ADJERN TO SLIP-AMT-AMT
               WRITE SLIPREC FROM SLIP-AMT-LINE
           END-IF
           IF PD-ADJDED > 0
               MOVE "ADJUSTMENTS (LESS)" TO SLIP-AMT-DESC
               MOVE PD-ADJDED TO SLIP-AMT-AMT
               WRITE SLIPREC FROM SLIP-AMT-LINE
           END-IF
           WRITE SLIPREC FROM SLIP-RULE
           MOVE "GROSS PAY" TO SLIP-AMT-DESC
           MOVE PD-GROSS TO SLIP-AMT-AMT
           WRITE SLIPREC FROM SLIP-AMT-LINE
           WRITE SLIPREC FROM NEWLINE.
       PRINT-EARNINGS-END.

       PRINT-DEDUCTIONS-RTN.
           WRITE SLIPREC FROM SLIP-DED-HD
           MOVE "WITHHOLDING TAX" TO SLIP-AMT-DESC
           MOVE PD-TAX TO SLIP-AMT-AMT
           WRITE SLIPREC FROM SLIP-AMT-LINE
           MOVE "SSS" TO SLIP-AMT-DESC
           MOVE PD-SSS TO SLIP-AMT-AMT
           WRITE SLIPREC FROM SLIP-AMT-LINE
           MOVE "HEALTH" TO SLIP-AMT-DESC
           MOVE PD-HLTH TO SLIP-AMT-AMT
           WRITE SLIPREC FROM SLIP-AMT-LINE
           IF PD-LOANDED > 0
               PERFORM PRINT-LOANS-RTN
           END-IF
           COMPUTE SLIP-DEDTOT = PD-TAX + PD-SSS + PD-HLTH
               + PD-LOANDED
           WRITE SLIPREC FROM SLIP-RULE
           MOVE "TOTAL DEDUCTIONS" TO SLIP-AMT-DESC
           MOVE SLIP-DEDTOT TO SLIP-AMT-AMT
           WRITE SLIPREC FROM SLIP-AMT-LINE.
       PRINT-DEDUCTIONS-END.

       PRINT-LOANS-RTN.
           IF SLIP-LOAN-SW = "NO "
               MOVE "LOANS AND ADVANCES" TO SLIP-AMT-DESC
               MOVE PD-LOANDED TO SLIP-AMT-AMT
               WRITE SLIPREC FROM SLIP-AMT-LINE
           ELSE
               MOVE "NO " TO LOAN-EOFSW
               MOVE PD-WNO TO LN-WNO
               MOVE LOW-VALUES TO LN-TYPE
               START LOANFILE KEY IS NOT LESS THAN LN-KEY
                   INVALID KEY
                       MOVE "YES" TO LOAN-EOFSW
               END-START
               PERFORM UNTIL LOAN-EOFSW = "YES"
                   READ LOANFILE NEXT RECORD
                       AT END
                           MOVE "YES" TO LOAN-EOFSW
                       NOT AT END
                           IF LN-WNO NOT = PD-WNO
                               MOVE "YES" TO LOAN-EOFSW
                           ELSE IF LN-LASTPER = CUR-PERNO
                              AND LN-LASTAMT > 0
                               PERFORM PRINT-LOAN-LINE-RTN
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       PRINT-LOANS-END.

       PRINT-LOAN-LINE-RTN.
           EVALUATE LN-TYPE
               WHEN "SL"
                   MOVE "SALARY LOAN" TO SLIP-LOAN-DESC
               WHEN "CA"
                   MOVE "CASH ADVANCE" TO SLIP-LOAN-DESC
               WHEN "CD"
                   MOVE "COOPERATIVE DUES" TO SLIP-LOAN-DESC
               WHEN OTHER
                   MOVE LN-TYPE TO SLIP-LOAN-DESC
           END-EVALUATE
           MOVE LN-LASTAMT TO SLIP-LOAN-AMT
           MOVE LN-BALANCE TO SLIP-LOAN-BAL
           WRITE SLIPREC FROM SLIP-LOAN-LINE.
       PRINT-LOAN-LINE-END.

       FINISH-RTN.
           WRITE SLIPREC FROM SLIP-HD1
           WRITE SLIPREC FROM SLIP-HD2
           WRITE SLIPREC FROM CTL-HD
           WRITE SLIPREC FROM SLIP-HD4
           WRITE SLIPREC FROM NEWLINE

           MOVE SLIP-CNT TO CTL-SLIPCNT
           MOVE SLIP-NET TO CTL-SLIPNET
           WRITE SLIPREC FROM CTL-LINE1
           MOVE PC-WORKCNT TO CTL-REGCNT
           MOVE PC-NET TO CTL-REGNET
           WRITE SLIPREC FROM CTL-LINE2
           WRITE SLIPREC FROM NEWLINE
           MOVE SLIP-GROSS TO CTL-SLIPGROSS
           WRITE SLIPREC FROM CTL-LINE3
           MOVE PC-GROSS TO CTL-REGGROSS
           WRITE SLIPREC FROM CTL-LINE4
           WRITE SLIPREC FROM NEWLINE
           MOVE SLIP-NOMST-CNT TO CTL-NOMST
           WRITE SLIPREC FROM CTL-LINE5
           MOVE SLIP-OTHPER-CNT TO CTL-OTHPER
           WRITE SLIPREC FROM CTL-LINE6
           WRITE SLIPREC FROM NEWLINE

           IF SLIP-CNT NOT = PC-WORKCNT
              OR SLIP-NET NOT = PC-NET
              OR SLIP-GROSS NOT = PC-GROSS
               MOVE "NO " TO SLIP-BAL-SW
               MOVE "*** SLIPS DO NOT AGREE WITH THE REGISTER - DO NOT "
                   TO CTL-MSG
               WRITE SLIPREC FROM CTL-MSG-LINE
               MOVE "*** DISTRIBUTE. RERUN PAYCALC.cob, THEN THIS STEP."
                   TO CTL-MSG
               WRITE SLIPREC FROM CTL-MSG-LINE
               DISPLAY "PAYSLIPS DO NOT AGREE WITH PAYCTL.txt - SEE "
                   "CONTROL PAGE OF PAYSLIP.txt"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "SLIP COUNT AND NET PAY AGREE WITH THE REGISTER."
                   TO CTL-MSG
               WRITE SLIPREC FROM CTL-MSG-LINE
               IF SLIP-NOMST-CNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           IF MST-OPEN-SW = "YES"
               CLOSE MSTFILE
           END-IF
           IF YTD-OPEN-SW = "YES"
               CLOSE YTDFILE
           END-IF
           IF LVBAL-OPEN-SW = "YES"
               CLOSE LVBALFILE
           END-IF
           IF SLIP-LOAN-SW = "YES"
               CLOSE LOANFILE
           END-IF
           CLOSE PAYDTLFILE SLIPFILE.
       FINISH-END.

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
