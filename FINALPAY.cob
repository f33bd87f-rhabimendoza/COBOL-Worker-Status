       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALPAY.
       AUTHOR. RHABI MENDOZA.
       INSTALLATION. PUP MAIN.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED. OCTOBER 15, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM SETTLES THE FINAL PAY OF SEPARATED WORKERS.
           WORKERMNT.cob MARKS A SEPARATED WORKER INACTIVE ON
           WORKERSEP.dat (KEYED ON WORKER NUMBER) WITH FINAL PAY PENDING
           AND HOLDS THE WORKER OFF PAYROLL.txt FROM THEN ON. EVERY
           PENDING SEPARATION IS SETTLED FOR THE CURRENT PERIOD ON
           PAYPERIOD.txt: THE UNPAID DAYS OF THE FINAL PERIOD (WORK DAYS
           FROM THE PERIOD START TO THE SEPARATION DATE), PRICED FROM
           THE WORKER'S HOURS ON HOURSCLEAN.txt WHEN HOURS WERE REPORTED
           OR AT EIGHT REGULAR HOURS A DAY WHEN NOT, NOTHING WHEN THE
           WORKER IS ALREADY ON THE CURRENT PAYDTL.txt OR WAS SEPARATED
           BEFORE THE PERIOD START. REPORTED REGULAR HOURS ARE CUT TO
           EIGHT A DAY FOR THOSE WORK DAYS, AND OVERTIME, REST-DAY AND
           HOLIDAY HOURS ARE DROPPED WHEN THERE ARE NONE; PLUS THE
           REMAINING VACATION BALANCE ON LEAVEBAL.dat CONVERTED AT THE
           WORKER'S RATE (STATUS RATE PLUS PROVINCE DIFFERENTIAL FROM
           RATETAB.txt). OUTSTANDING LOANS AND ADVANCES ON LOANBAL.dat
           ARE RECOVERED FROM THE GROSS FINAL PAY AS FAR AS IT GOES - A
           LOAN PAID OFF IS CLOSED, CONTINUING DEDUCTIONS ARE CANCELLED,
           AND EVERY CHANGE IS LOGGED ON LOANHIST.txt. WHATEVER CANNOT
           BE RECOVERED STAYS ON THE LOAN AND THE WORKER IS LISTED AS
           NOT CLEARED. STATUTORY WITHHOLDING ON THE FINAL PAY IS
           SETTLED BY THE YEAR-END ADJUSTMENT. THE GROSS FINAL PAY AND
           HOURS ARE POSTED TO YTDEARN.dat AND THE SEPARATION IS MARKED
           SETTLED SO A RERUN CANNOT PAY IT TWICE. THE FINAL PAY
           STATEMENTS GO TO FINALPAY.txt AND THE CLEARANCE REPORT TO
           CLEARRPT.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ACER.
       OBJECT-COMPUTER. ACER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPFILE ASSIGN TO 'PAYPERIOD.txt'
               FILE STATUS IS PPFILE-STATUS.
           SELECT SEPFILE ASSIGN TO 'WORKERSEP.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEP-WNO
               FILE STATUS IS SEPFILE-STATUS.
           SELECT MSTFILE ASSIGN TO 'WORKERMST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-WNO
               FILE STATUS IS MSTFILE-STATUS.
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
           SELECT YTDFILE ASSIGN TO 'YTDEARN.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-WNO
               FILE STATUS IS YTDFILE-STATUS.
           SELECT PROVFILE ASSIGN TO 'PROVTAB.txt'.
           SELECT RATEFILE ASSIGN TO 'RATETAB.txt'.
           SELECT HRSFILE ASSIGN TO 'HOURSCLEAN.txt'
               FILE STATUS IS HRSFILE-STATUS.
           SELECT PAYDTLFILE ASSIGN TO 'PAYDTL.txt'
               FILE STATUS IS PAYDTL-STATUS.
           SELECT LHISTFILE ASSIGN TO 'LOANHIST.txt'
               FILE STATUS IS LHIST-STATUS.
           SELECT STMTFILE ASSIGN TO 'FINALPAY.txt'.
           SELECT CLRFILE ASSIGN TO 'CLEARRPT.txt'.

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

       FD MSTFILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS MST-REC.

       01 MST-REC.
           05 MST-PROVCD PIC A.
           05 MST-WNO PIC X(7).
           05 MST-WNAME PIC X(25).
           05 MST-STATCD PIC A.

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

       FD PROVFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS PROV-REC.

       01 PROV-REC.
           05 PROVCD-TAB-IN PIC A.
           05 PNAME-TAB-IN PIC X(9).

       FD RATEFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS RATE-REC.

       01 RATE-REC.
           05 RATE-TYPE-IN PIC A.
           05 RATE-KEY-IN PIC X(9).
           05 RATE-AMT-IN PIC 9(4)V99.

       FD HRSFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS HRS-REC.

       01 HRS-REC.
           05 HRS-WNO-IN PIC X(7).
           05 HRS-REG-IN PIC 9(3)V9.
           05 HRS-OT-IN PIC 9(3)V9.
           05 HRS-RD-IN PIC 9(3)V9.
           05 HRS-HOL-IN PIC 9(3)V9.

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

       FD STMTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS STMTREC.

       01 STMTREC.
           05 FILLER PIC X(80).

       FD CLRFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLRREC.

       01 CLRREC.
           05 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 TEMP-VALUES.
           05 SEPFILE-STATUS PIC X(2) VALUE "00".
           05 MSTFILE-STATUS PIC X(2) VALUE "00".
           05 LVBAL-STATUS PIC X(2) VALUE "00".
           05 LOANFILE-STATUS PIC X(2) VALUE "00".
           05 YTDFILE-STATUS PIC X(2) VALUE "00".
           05 HRSFILE-STATUS PIC X(2) VALUE "00".
           05 PAYDTL-STATUS PIC X(2) VALUE "00".
           05 LHIST-STATUS PIC X(2) VALUE "00".
           05 SEP-EOFSW PIC X(3) VALUE "NO ".
           05 RATE-EOFSW PIC X(3) VALUE "NO ".
           05 PROV-EOFSW PIC X(3) VALUE "NO ".
           05 HRS-EOFSW PIC X(3) VALUE "NO ".
           05 PAYDTL-EOFSW PIC X(3) VALUE "NO ".
           05 LOAN-EOFSW PIC X(3) VALUE "NO ".
           05 SEP-OPEN-SW PIC X(3) VALUE "NO ".
           05 TABLE-FULL-SW PIC X(3) VALUE "NO ".
           05 LVBAL-OPEN-SW PIC X(3) VALUE "NO ".
           05 LOAN-OPEN-SW PIC X(3) VALUE "NO ".
           05 YTD-OPEN-SW PIC X(3) VALUE "NO ".
           05 MST-FOUND-SW PIC X(3) VALUE "NO ".
           05 BAL-FOUND-SW PIC X(3) VALUE "NO ".
           05 YTD-FOUND-SW PIC X(3) VALUE "NO ".
           05 FOUND-SW PIC X(3) VALUE "NO ".

       01 PERIOD-CONTROLS.
           05 PPFILE-STATUS PIC X(2) VALUE "00".
           05 CUR-PERNO PIC 9(5) VALUE 0.
           05 CUR-STARTDT PIC X(8) VALUE SPACES.
           05 CUR-ENDDT PIC X(8) VALUE SPACES.
           05 CUR-RUNDATE PIC X(8).
           05 CUR-YEAR PIC X(4).
           05 CUR-TIME-RAW PIC X(8).

       01 PROVINCE-TABLE.
           05 PROVINCE-ENTRY OCCURS 50 TIMES INDEXED BY PROV-IDX.
               10 PROVCD-TBL PIC A.
               10 PNAME-TBL PIC X(9).
       01 PROVTAB-CNT PIC 999 VALUE 0.

       01 STATRATE-TABLE.
           05 STATRATE-ENTRY OCCURS 10 TIMES INDEXED BY STAT-IDX.
               10 SRATE-STATCD PIC A.
               10 SRATE-AMT PIC 9(4)V99.
       01 STATRATE-CNT PIC 99 VALUE 0.

       01 PROVDIFF-TABLE.
           05 PROVDIFF-ENTRY OCCURS 50 TIMES INDEXED BY DIFF-IDX.
               10 PDIFF-PNAME PIC X(9).
               10 PDIFF-AMT PIC 9(4)V99.
       01 PROVDIFF-CNT PIC 999 VALUE 0.

       01 PREMIUM-MULTS.
           05 PREM-REG PIC 9(2)V99 VALUE 1.00.
           05 PREM-OT PIC 9(2)V99 VALUE 1.25.
           05 PREM-RD PIC 9(2)V99 VALUE 1.30.
           05 PREM-HOL PIC 9(2)V99 VALUE 2.00.

       01 HOURS-TABLE.
           05 HOURS-ENTRY OCCURS 20000 TIMES INDEXED BY HRS-IDX.
               10 HTBL-WNO PIC X(7).
               10 HTBL-REG PIC 9(3)V9.
               10 HTBL-OT PIC 9(3)V9.
               10 HTBL-RD PIC 9(3)V9.
               10 HTBL-HOL PIC 9(3)V9.
       01 HOURS-CNT PIC 9(5) VALUE 0.

       01 PAID-TABLE.
           05 PAID-ENTRY OCCURS 20000 TIMES INDEXED BY PAID-IDX.
               10 PAID-WNO PIC X(7).
       01 PAID-CNT PIC 9(5) VALUE 0.

       01 FINAL-CONTROLS.
           05 FP-PNAME PIC X(9).
           05 FP-RATE PIC 9(4)V99 VALUE 0.
           05 RATE-FOUND-SW PIC X(3) VALUE "NO ".
           05 FP-PAID-SW PIC X(3) VALUE "NO ".
           05 FP-HRS-SW PIC X(3) VALUE "NO ".
           05 FP-INPER-SW PIC X(3) VALUE "NO ".
           05 FP-CUT-SW PIC X(3) VALUE "NO ".
           05 FP-CLEAR-SW PIC X(3) VALUE "YES".
           05 FP-REASON-NAME PIC X(15).
           05 FP-DAYS PIC 9(3) VALUE 0.
           05 FP-REGHRS PIC 9(3)V9 VALUE 0.
           05 FP-OTHRS PIC 9(3)V9 VALUE 0.
           05 FP-RDHRS PIC 9(3)V9 VALUE 0.
           05 FP-HOLHRS PIC 9(3)V9 VALUE 0.
           05 FP-MAXHRS PIC 9(4)V9 VALUE 0.
           05 FP-WORKHRS PIC 9(4)V9 VALUE 0.
           05 FP-EQHRS PIC 9(5)V9999 VALUE 0.
           05 FP-UNPAIDAMT PIC 9(8)V99 VALUE 0.
           05 FP-VACHRS PIC 9(3)V9 VALUE 0.
           05 FP-VACAMT PIC 9(8)V99 VALUE 0.
           05 FP-GROSS PIC 9(8)V99 VALUE 0.
           05 FP-ROOM PIC 9(8)V99 VALUE 0.
           05 FP-TAKE PIC 9(8)V99 VALUE 0.
           05 FP-RECOVERED PIC 9(8)V99 VALUE 0.
           05 FP-OUTSTAND PIC 9(8)V99 VALUE 0.
           05 FP-NET PIC 9(8)V99 VALUE 0.
           05 SAVE-BALANCE PIC 9(8)V99 VALUE 0.
           05 SAVE-STATUS PIC X(1).
           05 DAY-FROM-N PIC 9(8) VALUE 0.
           05 DAY-TO-N PIC 9(8) VALUE 0.
           05 DAY-FROM-INT PIC 9(7) VALUE 0.
           05 DAY-TO-INT PIC 9(7) VALUE 0.
           05 DAY-INT PIC 9(7) VALUE 0.
           05 DAY-WKDAY PIC 9 VALUE 0.

       01 FINAL-TOTALS.
           05 FP-SEPREAD PIC 9(5) VALUE 0.
           05 FP-SETTLECNT PIC 9(5) VALUE 0.
           05 FP-NOTCLRCNT PIC 9(5) VALUE 0.
           05 FP-SKIPCNT PIC 9(5) VALUE 0.
           05 FP-GROSSTOT PIC 9(9)V99 VALUE 0.
           05 FP-RECOVTOT PIC 9(9)V99 VALUE 0.
           05 FP-NETTOT PIC 9(9)V99 VALUE 0.
           05 FP-OUTTOT PIC 9(9)V99 VALUE 0.

       01 STMT-HD1.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "CHIKA ULIT CORPORATION".
           05 FILLER PIC X(29) VALUE SPACES.

       01 STMT-HD2.
           05 FILLER PIC X(34) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Kalokohan City".
           05 FILLER PIC X(32) VALUE SPACES.

       01 STMT-HD3.
           05 FILLER PIC X(18) VALUE SPACES.
           05 FILLER PIC X(38)
              VALUE "FINAL PAY STATEMENTS - PAYMENT PERIOD ".
           05 STMT-HD3-PERNO PIC ZZZZ9.
           05 FILLER PIC X(19) VALUE SPACES.

       01 STMT-WORKER-LINE.
           05 FILLER PIC X(8) VALUE "WORKER: ".
           05 STMT-WNO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STMT-WNAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "PROVINCE: ".
           05 STMT-PNAME PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "STATUS: ".
           05 STMT-STATCD PIC A.
           05 FILLER PIC X(6) VALUE SPACES.

       01 STMT-SEP-LINE.
           05 FILLER PIC X(11) VALUE "SEPARATED: ".
           05 STMT-SEPDT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "REASON: ".
           05 STMT-REASON PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "RATE: ".
           05 STMT-RATE PIC Z,ZZ9.99.
           05 FILLER PIC X(20) VALUE SPACES.

       01 STMT-COLHD.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(35) VALUE "ITEM".
           05 FILLER PIC X(7) VALUE "  HOURS".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "       AMOUNT".
           05 FILLER PIC X(15) VALUE SPACES.

       01 STMT-ITEM-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 STMT-ITEM-DESC PIC X(35).
           05 STMT-ITEM-HRS PIC Z,ZZ9.9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 STMT-ITEM-AMT PIC ZZ,ZZZ,ZZ9.99.
           05 STMT-ITEM-SIGN PIC X(2).
           05 FILLER PIC X(13) VALUE SPACES.

       01 STMT-DAYS-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "WORK DAYS IN FINAL PERIOD: ".
           05 STMT-DAYS PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STMT-DAYS-NOTE PIC X(42).

       01 STMT-TOTAL-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 STMT-TOTAL-DESC PIC X(35).
           05 FILLER PIC X(12) VALUE SPACES.
           05 STMT-TOTAL-AMT PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(15) VALUE SPACES.

       01 STMT-RULE.
           05 FILLER PIC X(52) VALUE SPACES.
           05 FILLER PIC X(13) VALUE ALL "-".
           05 FILLER PIC X(15) VALUE SPACES.

       01 STMT-DIVIDER.
           05 FILLER PIC X(80) VALUE ALL "=".

       01 CLR-HD3.
           05 FILLER PIC X(22) VALUE SPACES.
           05 FILLER PIC X(31)
              VALUE "SEPARATION CLEARANCE - PERIOD ".
           05 CLR-HD3-PERNO PIC ZZZZ9.
           05 FILLER PIC X(22) VALUE SPACES.

       01 CLR-COLHD.
           05 FILLER PIC X(9) VALUE "WORKER".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(10) VALUE "SEPARATED".
           05 FILLER PIC X(4) VALUE "RSN".
           05 FILLER PIC X(7) VALUE "VAC HR".
           05 FILLER PIC X(15) VALUE "  LOAN BALANCE".
           05 FILLER PIC X(13) VALUE "CLEARANCE".

       01 CLR-LINE.
           05 CLR-WNO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLR-WNAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLR-SEPDT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLR-REASON PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 CLR-VACHRS PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLR-OUTSTAND PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLR-VERDICT PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.

       01 CLR-SKIP-LINE.
           05 CLR-SKIP-WNO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "*** ".
           05 CLR-SKIP-MSG PIC X(40).
           05 FILLER PIC X(27) VALUE SPACES.

       01 CLR-TOT1.
           05 FILLER PIC X(26) VALUE "SEPARATIONS ON FILE:      ".
           05 CLR-SEPREAD PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "SETTLED THIS RUN:         ".
           05 CLR-SETTLECNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE SPACES.

       01 CLR-TOT2.
           05 FILLER PIC X(26) VALUE "NOT CLEARED:              ".
           05 CLR-NOTCLRCNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "SKIPPED:                  ".
           05 CLR-SKIPCNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE SPACES.

       01 CLR-TOT3.
           05 FILLER PIC X(26) VALUE "GROSS FINAL PAY:          ".
           05 CLR-GROSSTOT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "LOANS RECOVERED:  ".
           05 CLR-RECOVTOT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.

       01 CLR-TOT4.
           05 FILLER PIC X(26) VALUE "NET FINAL PAY:            ".
           05 CLR-NETTOT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "LEFT OUTSTANDING: ".
           05 CLR-OUTTOT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.

       01 CLR-NONE-MSG.
           05 FILLER PIC X(44)
              VALUE "WORKERSEP.dat NOT FOUND - NO SEPARATIONS YET".
           05 FILLER PIC X(36) VALUE SPACES.

       01 NEWLINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-PERIOD-RTN.
           PERFORM INITIAL-RTN.
           IF SEP-OPEN-SW = "YES"
               PERFORM LOAD-HOURS-RTN
               PERFORM LOAD-PAYDTL-RTN
           END-IF.
           IF SEP-OPEN-SW = "YES" AND TABLE-FULL-SW = "NO "
               MOVE LOW-VALUES TO SEP-WNO
               START SEPFILE KEY IS NOT LESS THAN SEP-WNO
                   INVALID KEY
                       MOVE "YES" TO SEP-EOFSW
               END-START
               PERFORM UNTIL SEP-EOFSW = "YES"
                   READ SEPFILE NEXT RECORD
                       AT END
                           MOVE "YES" TO SEP-EOFSW
                       NOT AT END
                           ADD 1 TO FP-SEPREAD
                           IF SEP-STATUS = "P"
                               PERFORM SETTLE-WORKER-RTN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM FINISH-RTN.
           STOP RUN.

       LOAD-PERIOD-RTN.
           OPEN INPUT PPFILE.
           IF PPFILE-STATUS NOT = "00"
               DISPLAY "PAYPERIOD.txt MISSING - FINAL PAY CANNOT BE "
                   "DATED. RUN REFUSED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PPFILE
               AT END
                   DISPLAY "PAYPERIOD.txt EMPTY - FINAL PAY CANNOT BE "
                       "DATED. RUN REFUSED."
                   MOVE 16 TO RETURN-CODE
                   CLOSE PPFILE
                   STOP RUN
               NOT AT END
                   MOVE PP-PERNO TO CUR-PERNO
                   MOVE PP-STARTDT TO CUR-STARTDT
                   MOVE PP-ENDDT TO CUR-ENDDT
           END-READ.
           CLOSE PPFILE.
       LOAD-PERIOD-END.

       INITIAL-RTN.
           ACCEPT CUR-RUNDATE FROM DATE YYYYMMDD.
           ACCEPT CUR-TIME-RAW FROM TIME.
           MOVE CUR-RUNDATE(1:4) TO CUR-YEAR.

           OPEN OUTPUT STMTFILE.
           OPEN OUTPUT CLRFILE.
           WRITE STMTREC FROM STMT-HD1.
           WRITE STMTREC FROM STMT-HD2.
           MOVE CUR-PERNO TO STMT-HD3-PERNO.
           WRITE STMTREC FROM STMT-HD3.
           WRITE STMTREC FROM NEWLINE.
           WRITE CLRREC FROM STMT-HD1.
           WRITE CLRREC FROM STMT-HD2.
           MOVE CUR-PERNO TO CLR-HD3-PERNO.
           WRITE CLRREC FROM CLR-HD3.
           WRITE CLRREC FROM NEWLINE.
           WRITE CLRREC FROM CLR-COLHD.
           WRITE CLRREC FROM NEWLINE.

           OPEN I-O SEPFILE.
           IF SEPFILE-STATUS NOT = "00"
               WRITE CLRREC FROM CLR-NONE-MSG
           ELSE
               MOVE "YES" TO SEP-OPEN-SW
               OPEN INPUT MSTFILE
               IF MSTFILE-STATUS NOT = "00"
                   DISPLAY "WORKERMST.dat NOT FOUND - RUN "
                       "WORKERLOAD.cob OR WORKERMNT.cob FIRST"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               OPEN I-O LVBALFILE
               IF LVBAL-STATUS = "00"
                   MOVE "YES" TO LVBAL-OPEN-SW
               ELSE
                   DISPLAY "LEAVEBAL.dat NOT FOUND - NO VACATION "
                       "CONVERTED"
               END-IF

               OPEN I-O LOANFILE
               IF LOANFILE-STATUS = "00"
                   MOVE "YES" TO LOAN-OPEN-SW
               END-IF

               OPEN I-O YTDFILE
               IF YTDFILE-STATUS = "35"
                   DISPLAY "YTDEARN.dat NOT FOUND - STARTING AN EMPTY "
                       "YEAR-TO-DATE FILE"
                   OPEN OUTPUT YTDFILE
                   CLOSE YTDFILE
                   OPEN I-O YTDFILE
               END-IF
               MOVE "YES" TO YTD-OPEN-SW

               OPEN EXTEND LHISTFILE
               IF LHIST-STATUS NOT = "00"
                   OPEN OUTPUT LHISTFILE
               END-IF

               PERFORM LOAD-PROVTAB-RTN
               PERFORM LOAD-RATES-RTN
           END-IF.
       INITIAL-END.

       LOAD-PROVTAB-RTN.
           OPEN INPUT PROVFILE.
           PERFORM UNTIL PROV-EOFSW = "YES"
               READ PROVFILE
                   AT END
                       MOVE "YES" TO PROV-EOFSW
                   NOT AT END
                       IF PROVTAB-CNT >= 50
                           DISPLAY "PROVTAB.txt EXCEEDS 50 PROVINCES "
                               "- ENTRY IGNORED: " PROV-REC
                       ELSE
                           ADD 1 TO PROVTAB-CNT
                           MOVE PROVCD-TAB-IN TO PROVCD-TBL(PROVTAB-CNT)
                           MOVE PNAME-TAB-IN TO PNAME-TBL(PROVTAB-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROVFILE.
       LOAD-PROVTAB-END.

       LOAD-RATES-RTN.
           OPEN INPUT RATEFILE.
           PERFORM UNTIL RATE-EOFSW = "YES"
               READ RATEFILE
                   AT END
                       MOVE "YES" TO RATE-EOFSW
                   NOT AT END
                       PERFORM STORE-RATE-RTN
               END-READ
           END-PERFORM.
           CLOSE RATEFILE.
       LOAD-RATES-END.

       STORE-RATE-RTN.
           EVALUATE RATE-TYPE-IN
               WHEN "S"
                   IF STATRATE-CNT >= 10
                       DISPLAY "STATRATE-TABLE FULL (10 STATUSES) - "
                           "ENTRY IGNORED: " RATE-REC
                   ELSE
                       ADD 1 TO STATRATE-CNT
                       MOVE RATE-KEY-IN(1:1)
                           TO SRATE-STATCD(STATRATE-CNT)
                       MOVE RATE-AMT-IN TO SRATE-AMT(STATRATE-CNT)
                   END-IF
               WHEN "P"
                   IF PROVDIFF-CNT >= 50
                       DISPLAY "PROVDIFF-TABLE FULL (50 PROVINCES) - "
                           "ENTRY IGNORED: " RATE-REC
                   ELSE
                       ADD 1 TO PROVDIFF-CNT
                       MOVE RATE-KEY-IN TO PDIFF-PNAME(PROVDIFF-CNT)
                       MOVE RATE-AMT-IN TO PDIFF-AMT(PROVDIFF-CNT)
                   END-IF
               WHEN "M"
                   EVALUATE RATE-KEY-IN
                       WHEN "REG"
                           MOVE RATE-AMT-IN TO PREM-REG
                       WHEN "OT"
                           MOVE RATE-AMT-IN TO PREM-OT
                       WHEN "RD"
                           MOVE RATE-AMT-IN TO PREM-RD
                       WHEN "HOL"
                           MOVE RATE-AMT-IN TO PREM-HOL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       STORE-RATE-END.

       LOAD-HOURS-RTN.
           OPEN INPUT HRSFILE.
           IF HRSFILE-STATUS NOT = "00"
               MOVE "YES" TO HRS-EOFSW
           END-IF.
           PERFORM UNTIL HRS-EOFSW = "YES"
               READ HRSFILE
                   AT END
                       MOVE "YES" TO HRS-EOFSW
                   NOT AT END
                       IF HOURS-CNT >= 20000
                           DISPLAY "HOURS-TABLE FULL (20000 WORKERS) "
                               "- FINAL PAY RUN STOPPED AT: " HRS-WNO-IN
                           MOVE "YES" TO TABLE-FULL-SW
                           MOVE "YES" TO HRS-EOFSW
                       ELSE
                           ADD 1 TO HOURS-CNT
                           MOVE HRS-WNO-IN TO HTBL-WNO(HOURS-CNT)
                           MOVE HRS-REG-IN TO HTBL-REG(HOURS-CNT)
                           MOVE HRS-OT-IN TO HTBL-OT(HOURS-CNT)
                           MOVE HRS-RD-IN TO HTBL-RD(HOURS-CNT)
                           MOVE HRS-HOL-IN TO HTBL-HOL(HOURS-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF HRSFILE-STATUS NOT = "35"
               CLOSE HRSFILE
           END-IF.
       LOAD-HOURS-END.

       LOAD-PAYDTL-RTN.
           OPEN INPUT PAYDTLFILE.
           IF PAYDTL-STATUS NOT = "00"
               MOVE "YES" TO PAYDTL-EOFSW
           END-IF.
           PERFORM UNTIL PAYDTL-EOFSW = "YES"
               READ PAYDTLFILE
                   AT END
                       MOVE "YES" TO PAYDTL-EOFSW
                   NOT AT END
                       IF PD-PERNO = CUR-PERNO
                           IF PAID-CNT >= 20000
                               DISPLAY "PAID-TABLE FULL (20000 "
                                   "WORKERS) - FINAL PAY RUN STOPPED "
                                   "AT: " PD-WNO
                               MOVE "YES" TO TABLE-FULL-SW
                               MOVE "YES" TO PAYDTL-EOFSW
                           ELSE
                               ADD 1 TO PAID-CNT
                               MOVE PD-WNO TO PAID-WNO(PAID-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF PAYDTL-STATUS NOT = "35"
               CLOSE PAYDTLFILE
           END-IF.
       LOAD-PAYDTL-END.

       SETTLE-WORKER-RTN.
           MOVE "NO " TO MST-FOUND-SW
           MOVE SEP-WNO TO MST-WNO
           READ MSTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO MST-FOUND-SW
           END-READ

           IF MST-FOUND-SW = "NO "
               MOVE "WORKER NOT ON MASTER - NOT SETTLED"
                   TO CLR-SKIP-MSG
               PERFORM WRITE-SKIP-RTN
           ELSE
               PERFORM RATE-LOOKUP-RTN
               IF RATE-FOUND-SW = "NO "
                   MOVE "NO RATE FOR STATUS - NOT SETTLED"
                       TO CLR-SKIP-MSG
                   PERFORM WRITE-SKIP-RTN
               ELSE
                   MOVE "YES" TO FP-CLEAR-SW
                   MOVE 0 TO FP-RECOVERED
                   MOVE 0 TO FP-OUTSTAND
                   PERFORM COMPUTE-UNPAID-RTN
                   PERFORM CONVERT-VACATION-RTN
                   ADD FP-UNPAIDAMT FP-VACAMT GIVING FP-GROSS
                   PERFORM WRITE-STATEMENT-HEAD-RTN
                   MOVE FP-GROSS TO FP-ROOM
                   PERFORM RECOVER-LOANS-RTN
                   SUBTRACT FP-RECOVERED FROM FP-GROSS GIVING FP-NET
                   PERFORM WRITE-STATEMENT-TAIL-RTN
                   PERFORM POST-YTD-RTN
                   MOVE "F" TO SEP-STATUS
                   MOVE CUR-PERNO TO SEP-FPPER
                   MOVE CUR-RUNDATE TO SEP-FPDATE
                   MOVE FP-NET TO SEP-FPNET
                   REWRITE SEP-REC
                   PERFORM WRITE-CLEARANCE-RTN
                   ADD 1 TO FP-SETTLECNT
                   ADD FP-GROSS TO FP-GROSSTOT
                   ADD FP-RECOVERED TO FP-RECOVTOT
                   ADD FP-NET TO FP-NETTOT
                   ADD FP-OUTSTAND TO FP-OUTTOT
               END-IF
           END-IF.
       SETTLE-WORKER-END.

       RATE-LOOKUP-RTN.
           MOVE SPACES TO FP-PNAME
           PERFORM VARYING PROV-IDX FROM 1 BY 1
                   UNTIL PROV-IDX > PROVTAB-CNT
               IF PROVCD-TBL(PROV-IDX) = MST-PROVCD
                   MOVE PNAME-TBL(PROV-IDX) TO FP-PNAME
               END-IF
           END-PERFORM

           MOVE "NO " TO RATE-FOUND-SW
           MOVE 0 TO FP-RATE
           PERFORM VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > STATRATE-CNT
                      OR RATE-FOUND-SW = "YES"
               IF SRATE-STATCD(STAT-IDX) = MST-STATCD
                   MOVE SRATE-AMT(STAT-IDX) TO FP-RATE
                   MOVE "YES" TO RATE-FOUND-SW
               END-IF
           END-PERFORM
           IF RATE-FOUND-SW = "YES"
               PERFORM VARYING DIFF-IDX FROM 1 BY 1
                       UNTIL DIFF-IDX > PROVDIFF-CNT
                   IF PDIFF-PNAME(DIFF-IDX) = FP-PNAME
                       ADD PDIFF-AMT(DIFF-IDX) TO FP-RATE
                   END-IF
               END-PERFORM
           END-IF.
       RATE-LOOKUP-END.

       COMPUTE-UNPAID-RTN.
           MOVE 0 TO FP-DAYS
           MOVE 0 TO FP-REGHRS
           MOVE 0 TO FP-OTHRS
           MOVE 0 TO FP-RDHRS
           MOVE 0 TO FP-HOLHRS
           MOVE 0 TO FP-UNPAIDAMT

           MOVE "NO " TO FP-PAID-SW
           PERFORM VARYING PAID-IDX FROM 1 BY 1
                   UNTIL PAID-IDX > PAID-CNT
                      OR FP-PAID-SW = "YES"
               IF PAID-WNO(PAID-IDX) = SEP-WNO
                   MOVE "YES" TO FP-PAID-SW
               END-IF
           END-PERFORM

           MOVE "NO " TO FP-HRS-SW
           MOVE "NO " TO FP-INPER-SW
           MOVE "NO " TO FP-CUT-SW
           IF FP-PAID-SW = "NO "
              AND CUR-STARTDT NUMERIC AND CUR-ENDDT NUMERIC
              AND SEP-DATE NUMERIC
              AND SEP-DATE NOT < CUR-STARTDT
               MOVE "YES" TO FP-INPER-SW
               PERFORM COUNT-WORKDAYS-RTN
               PERFORM VARYING HRS-IDX FROM 1 BY 1
                       UNTIL HRS-IDX > HOURS-CNT
                          OR FP-HRS-SW = "YES"
                   IF HTBL-WNO(HRS-IDX) = SEP-WNO
                       MOVE "YES" TO FP-HRS-SW
                       MOVE HTBL-REG(HRS-IDX) TO FP-REGHRS
                       MOVE HTBL-OT(HRS-IDX) TO FP-OTHRS
                       MOVE HTBL-RD(HRS-IDX) TO FP-RDHRS
                       MOVE HTBL-HOL(HRS-IDX) TO FP-HOLHRS
                   END-IF
               END-PERFORM
               IF FP-HRS-SW = "NO "
                   COMPUTE FP-REGHRS = FP-DAYS * 8
               ELSE
                   PERFORM LIMIT-HOURS-RTN
               END-IF
           END-IF

           ADD FP-REGHRS FP-OTHRS FP-RDHRS FP-HOLHRS
               GIVING FP-WORKHRS
           COMPUTE FP-EQHRS =
               FP-REGHRS * PREM-REG
               + FP-OTHRS * PREM-OT
               + FP-RDHRS * PREM-RD
               + FP-HOLHRS * PREM-HOL
           COMPUTE FP-UNPAIDAMT ROUNDED = FP-EQHRS * FP-RATE.
       COMPUTE-UNPAID-END.

       LIMIT-HOURS-RTN.
           COMPUTE FP-MAXHRS = FP-DAYS * 8
           IF FP-REGHRS > FP-MAXHRS
               MOVE FP-MAXHRS TO FP-REGHRS
               MOVE "YES" TO FP-CUT-SW
           END-IF
           IF FP-DAYS = 0
              AND (FP-OTHRS > 0 OR FP-RDHRS > 0 OR FP-HOLHRS > 0)
               MOVE 0 TO FP-OTHRS
               MOVE 0 TO FP-RDHRS
               MOVE 0 TO FP-HOLHRS
               MOVE "YES" TO FP-CUT-SW
           END-IF.
       LIMIT-HOURS-END.

       COUNT-WORKDAYS-RTN.
           MOVE CUR-STARTDT TO DAY-FROM-N
           IF SEP-DATE > CUR-ENDDT
               MOVE CUR-ENDDT TO DAY-TO-N
           ELSE
               MOVE SEP-DATE TO DAY-TO-N
           END-IF
           COMPUTE DAY-FROM-INT = FUNCTION INTEGER-OF-DATE(DAY-FROM-N)
           COMPUTE DAY-TO-INT = FUNCTION INTEGER-OF-DATE(DAY-TO-N)
           PERFORM VARYING DAY-INT FROM DAY-FROM-INT BY 1
                   UNTIL DAY-INT > DAY-TO-INT
               COMPUTE DAY-WKDAY = FUNCTION MOD(DAY-INT, 7)
               IF DAY-WKDAY >= 1 AND DAY-WKDAY <= 5
                   ADD 1 TO FP-DAYS
               END-IF
           END-PERFORM.
       COUNT-WORKDAYS-END.

       CONVERT-VACATION-RTN.
           MOVE 0 TO FP-VACHRS
           MOVE 0 TO FP-VACAMT
           MOVE "NO " TO BAL-FOUND-SW
           IF LVBAL-OPEN-SW = "YES"
               MOVE SEP-WNO TO LB-WNO
               READ LVBALFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO BAL-FOUND-SW
               END-READ
           END-IF
           IF BAL-FOUND-SW = "YES" AND LB-VACBAL > 0
               MOVE LB-VACBAL TO FP-VACHRS
               COMPUTE FP-VACAMT ROUNDED = FP-VACHRS * FP-RATE
               MOVE 0 TO LB-VACBAL
               REWRITE LVBAL-REC
           END-IF.
       CONVERT-VACATION-END.

       RECOVER-LOANS-RTN.
           IF LOAN-OPEN-SW = "YES"
               MOVE "NO " TO LOAN-EOFSW
               MOVE SEP-WNO TO LN-WNO
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
                           IF LN-WNO NOT = SEP-WNO
                               MOVE "YES" TO LOAN-EOFSW
                           ELSE
                               IF LN-STATUS = "A"
                                   PERFORM RECOVER-ONE-LOAN-RTN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       RECOVER-LOANS-END.

       RECOVER-ONE-LOAN-RTN.
           MOVE LN-BALANCE TO SAVE-BALANCE
           MOVE LN-STATUS TO SAVE-STATUS
           MOVE 0 TO FP-TAKE
           IF LN-PRINCIPAL = 0
               MOVE "X" TO LN-STATUS
               MOVE CUR-RUNDATE TO LN-CLOSEDT
               MOVE SPACES TO STMT-ITEM-DESC
               STRING "CONTINUING DEDUCTION " DELIMITED BY SIZE
                      LN-TYPE DELIMITED BY SIZE
                      " STOPPED" DELIMITED BY SIZE
                      INTO STMT-ITEM-DESC
               END-STRING
           ELSE
               IF LN-BALANCE > FP-ROOM
                   MOVE FP-ROOM TO FP-TAKE
               ELSE
                   MOVE LN-BALANCE TO FP-TAKE
               END-IF
               SUBTRACT FP-TAKE FROM FP-ROOM
               SUBTRACT FP-TAKE FROM LN-BALANCE
               ADD FP-TAKE TO FP-RECOVERED
               IF LN-BALANCE = 0
                   MOVE "C" TO LN-STATUS
                   MOVE CUR-RUNDATE TO LN-CLOSEDT
               ELSE
                   ADD LN-BALANCE TO FP-OUTSTAND
                   MOVE "NO " TO FP-CLEAR-SW
               END-IF
               MOVE SPACES TO STMT-ITEM-DESC
               STRING "LESS LOAN RECOVERY - " DELIMITED BY SIZE
                      LN-TYPE DELIMITED BY SIZE
                      INTO STMT-ITEM-DESC
               END-STRING
           END-IF
           REWRITE LOAN-REC

           MOVE CUR-RUNDATE TO LH-DATE
           MOVE CUR-TIME-RAW(1:6) TO LH-TIME
           MOVE "SEPAR" TO LH-ACTION
           MOVE LN-WNO TO LH-WNO
           MOVE LN-TYPE TO LH-TYPE
           MOVE LN-PRINCIPAL TO LH-OLD-PRINCIPAL
           MOVE LN-AMORT TO LH-OLD-AMORT
           MOVE SAVE-BALANCE TO LH-OLD-BALANCE
           MOVE SAVE-STATUS TO LH-OLD-STATUS
           MOVE LN-PRINCIPAL TO LH-NEW-PRINCIPAL
           MOVE LN-AMORT TO LH-NEW-AMORT
           MOVE LN-BALANCE TO LH-NEW-BALANCE
           MOVE LN-STATUS TO LH-NEW-STATUS
           WRITE LHIST-REC

           MOVE 0 TO STMT-ITEM-HRS
           MOVE FP-TAKE TO STMT-ITEM-AMT
           MOVE "- " TO STMT-ITEM-SIGN
           WRITE STMTREC FROM STMT-ITEM-LINE.
       RECOVER-ONE-LOAN-END.

       POST-YTD-RTN.
           MOVE "NO " TO YTD-FOUND-SW
           MOVE SEP-WNO TO YTD-WNO
           READ YTDFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO YTD-FOUND-SW
           END-READ
           IF YTD-FOUND-SW = "NO "
               MOVE SEP-WNO TO YTD-WNO
               MOVE CUR-YEAR TO YTD-YEAR
               MOVE 0 TO YTD-GROSS
               MOVE 0 TO YTD-HRS
               MOVE 0 TO YTD-RUNCNT
               MOVE 0 TO YTD-LASTPER
           ELSE
               IF YTD-YEAR NOT = CUR-YEAR
                   MOVE CUR-YEAR TO YTD-YEAR
                   MOVE 0 TO YTD-GROSS
                   MOVE 0 TO YTD-HRS
                   MOVE 0 TO YTD-RUNCNT
                   MOVE 0 TO YTD-LASTPER
               END-IF
           END-IF
           ADD FP-GROSS TO YTD-GROSS
           ADD FP-WORKHRS TO YTD-HRS
           IF YTD-FOUND-SW = "YES"
               REWRITE YTD-REC
           ELSE
               WRITE YTD-REC
           END-IF.
       POST-YTD-END.

       WRITE-STATEMENT-HEAD-RTN.
           EVALUATE SEP-REASON
               WHEN "R"
                   MOVE "RESIGNED" TO FP-REASON-NAME
               WHEN "T"
                   MOVE "TERMINATED" TO FP-REASON-NAME
               WHEN "E"
                   MOVE "END OF CONTRACT" TO FP-REASON-NAME
               WHEN "X"
                   MOVE "RETIRED" TO FP-REASON-NAME
               WHEN "D"
                   MOVE "DECEASED" TO FP-REASON-NAME
               WHEN OTHER
                   MOVE SPACES TO FP-REASON-NAME
           END-EVALUATE

           WRITE STMTREC FROM STMT-DIVIDER
           MOVE SEP-WNO TO STMT-WNO
           MOVE MST-WNAME TO STMT-WNAME
           MOVE FP-PNAME TO STMT-PNAME
           MOVE MST-STATCD TO STMT-STATCD
           WRITE STMTREC FROM STMT-WORKER-LINE
           MOVE SEP-DATE TO STMT-SEPDT
           MOVE FP-REASON-NAME TO STMT-REASON
           MOVE FP-RATE TO STMT-RATE
           WRITE STMTREC FROM STMT-SEP-LINE
           WRITE STMTREC FROM NEWLINE

           MOVE FP-DAYS TO STMT-DAYS
           IF FP-PAID-SW = "YES"
               MOVE "PAID ON THE CURRENT REGISTER" TO STMT-DAYS-NOTE
           ELSE IF FP-INPER-SW = "NO "
               MOVE "NO UNPAID DAYS IN THE CURRENT PERIOD"
                   TO STMT-DAYS-NOTE
           ELSE IF FP-CUT-SW = "YES"
               MOVE "REPORTED HOURS CUT TO THE SEPARATION DATE"
                   TO STMT-DAYS-NOTE
           ELSE IF FP-HRS-SW = "YES"
               MOVE "PRICED FROM REPORTED HOURS" TO STMT-DAYS-NOTE
           ELSE
               MOVE "PRICED AT 8 REGULAR HOURS A DAY"
                   TO STMT-DAYS-NOTE
           END-IF
           END-IF
           END-IF
           END-IF
           WRITE STMTREC FROM STMT-DAYS-LINE
           WRITE STMTREC FROM NEWLINE
           WRITE STMTREC FROM STMT-COLHD

           MOVE "UNPAID HOURS IN FINAL PERIOD" TO STMT-ITEM-DESC
           MOVE FP-WORKHRS TO STMT-ITEM-HRS
           MOVE FP-UNPAIDAMT TO STMT-ITEM-AMT
           MOVE SPACES TO STMT-ITEM-SIGN
           WRITE STMTREC FROM STMT-ITEM-LINE
           MOVE "VACATION LEAVE CONVERTED" TO STMT-ITEM-DESC
           MOVE FP-VACHRS TO STMT-ITEM-HRS
           MOVE FP-VACAMT TO STMT-ITEM-AMT
           WRITE STMTREC FROM STMT-ITEM-LINE
           WRITE STMTREC FROM STMT-RULE
           MOVE "GROSS FINAL PAY" TO STMT-TOTAL-DESC
           MOVE FP-GROSS TO STMT-TOTAL-AMT
           WRITE STMTREC FROM STMT-TOTAL-LINE.
       WRITE-STATEMENT-HEAD-END.

       WRITE-STATEMENT-TAIL-RTN.
           WRITE STMTREC FROM STMT-RULE
           MOVE "NET FINAL PAY" TO STMT-TOTAL-DESC
           MOVE FP-NET TO STMT-TOTAL-AMT
           WRITE STMTREC FROM STMT-TOTAL-LINE
           IF FP-OUTSTAND > 0
               MOVE "LOAN BALANCE LEFT OUTSTANDING"
                   TO STMT-TOTAL-DESC
               MOVE FP-OUTSTAND TO STMT-TOTAL-AMT
               WRITE STMTREC FROM STMT-TOTAL-LINE
           END-IF
           WRITE STMTREC FROM NEWLINE.
       WRITE-STATEMENT-TAIL-END.

       WRITE-CLEARANCE-RTN.
           MOVE SEP-WNO TO CLR-WNO
           MOVE MST-WNAME TO CLR-WNAME
           MOVE SEP-DATE TO CLR-SEPDT
           MOVE SEP-REASON TO CLR-REASON
           MOVE FP-VACHRS TO CLR-VACHRS
           MOVE FP-OUTSTAND TO CLR-OUTSTAND
           IF FP-CLEAR-SW = "YES"
               MOVE "CLEARED" TO CLR-VERDICT
           ELSE
               MOVE "NOT CLEARED" TO CLR-VERDICT
               ADD 1 TO FP-NOTCLRCNT
           END-IF
           WRITE CLRREC FROM CLR-LINE.
       WRITE-CLEARANCE-END.

       WRITE-SKIP-RTN.
           ADD 1 TO FP-SKIPCNT
           MOVE SEP-WNO TO CLR-SKIP-WNO
           WRITE CLRREC FROM CLR-SKIP-LINE.
       WRITE-SKIP-END.

       FINISH-RTN.
           WRITE CLRREC FROM NEWLINE
           MOVE FP-SEPREAD TO CLR-SEPREAD
           MOVE FP-SETTLECNT TO CLR-SETTLECNT
           WRITE CLRREC FROM CLR-TOT1
           MOVE FP-NOTCLRCNT TO CLR-NOTCLRCNT
           MOVE FP-SKIPCNT TO CLR-SKIPCNT
           WRITE CLRREC FROM CLR-TOT2
           MOVE FP-GROSSTOT TO CLR-GROSSTOT
           MOVE FP-RECOVTOT TO CLR-RECOVTOT
           WRITE CLRREC FROM CLR-TOT3
           MOVE FP-NETTOT TO CLR-NETTOT
           MOVE FP-OUTTOT TO CLR-OUTTOT
           WRITE CLRREC FROM CLR-TOT4

           IF SEP-OPEN-SW = "YES"
               CLOSE SEPFILE MSTFILE LHISTFILE
               IF LVBAL-OPEN-SW = "YES"
                   CLOSE LVBALFILE
               END-IF
               IF LOAN-OPEN-SW = "YES"
                   CLOSE LOANFILE
               END-IF
               IF YTD-OPEN-SW = "YES"
                   CLOSE YTDFILE
               END-IF
           END-IF
           CLOSE STMTFILE CLRFILE

           IF TABLE-FULL-SW = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE IF FP-NOTCLRCNT > 0 OR FP-SKIPCNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.
       FINISH-END.
