       REMARKS. THIS PROGRAM PRICES THE PAYROLL FEED WORKER.cob
           PRODUCES. IT READS PAYROLL.txt WITH THE RATE TABLE
           (RATETAB.txt - RATE PER STATUS CODE PLUS OPTIONAL PROVINCE
           DIFFERENTIAL, AND PREMIUM MULTIPLIERS FOR REGULAR, OVERTIME,
           REST-DAY AND HOLIDAY HOURS - TYPE M RECORDS, DEFAULTS
           1.00/1.25/1.30/2.00), THE DEDUCTION TABLE (DEDTAB.txt - TAX,
           SSS AND HEALTH LINES PER STATUS CODE, RATE, FLAT OR
           BRACKETED) AND THE EDITED PER-PERIOD HOURS FILE
           (HOURSCLEAN.txt, WRITTEN BY HOURSEDIT.cob) AND WRITES THE
           PRICED PAY REGISTER PAYREG.txt WITH DEDUCTIONS AND NET PAY
           PER WORKER, PROVINCE SUBTOTALS AND A REGISTER GRAND TOTAL,
           EACH FOLLOWED BY THE SPLIT OF HOURS AND GROSS BY REGULAR,
           OVERTIME, REST-DAY AND HOLIDAY BUCKET, PLUS ONE REMITTANCE
           EXTRACT PER DEDUCTION AGENCY (TAXREMIT.txt, SSSREMIT.txt,
           HLTHREMIT.txt). EACH PRICED REGISTER LINE IS ALSO WRITTEN TO
           THE REGISTER DETAIL FILE PAYDTL.txt AND THE REGISTER CONTROL
           TOTALS TO PAYCTL.txt, SO THE STEPS RUN AFTER THIS ONE (BANK
           TRANSFER, PAYSLIPS, GL JOURNAL) WORK FROM THE SAME FIGURES AS
           PAYREG.txt, AND EVERY DETAIL RECORD IS ALSO APPENDED TO THE
           PAY HISTORY FILE PAYHIST.txt (A RERUN APPENDS AGAIN; READERS
           TAKE THE LATEST RECORD FOR A WORKER AND PERIOD). ONE-TIME
           ADJUSTMENTS FOR THE PERIOD - EARNINGS (E) AND DEDUCTIONS (D)
           KEYED ON ADJTRAN.txt AND RETROACTIVE PAY WORKED OUT BY
           RETROPAY.cob ON RETROADJ.txt - ARE ADDED TO OR TAKEN FROM
           GROSS BEFORE DEDUCTIONS, PRINT AS LABELLED ADJUSTMENT LINES
           UNDER THE WORKER AND POST TO YEAR-TO-DATE WITH THE REST OF
           GROSS; ADJUSTMENTS FOR A WORKER NOT PRICED ARE LISTED AS
           EXCEPTIONS. AFTER THE STATUTORY DEDUCTIONS EACH ACTIVE SALARY
           LOAN, CASH ADVANCE OR COOPERATIVE DUES DEDUCTION BOOKED ON
           LOANBAL.dat BY LOANMNT.cob IS TAKEN AT ITS PER-PERIOD
           AMORTIZATION, NEVER TAKING NET PAY BELOW THE FLOOR ON
           RATETAB.txt (TYPE F, KEY NET); THE BALANCE IS REDUCED AND THE
           LOAN CLOSED WHEN IT REACHES ZERO (A RERUN OF THE SAME PERIOD
           PUTS BACK WHAT THE FIRST PASS TOOK BEFORE TAKING IT AGAIN),
           EACH LOAN PRINTS UNDER THE WORKER AND IS WRITTEN TO THE LOAN
           LEDGER LOANLEDG.txt FOR LOANRPT.cob, AND THE WORKER'S LOAN
           TOTAL IS CARRIED ON PAYDTL.txt AND COUNTED WITH THE OTHER
           DEDUCTIONS. THE PAY PERIOD COMES FROM PAYPERIOD.txt AND IS
           CARRIED ON THE REGISTER. A PERIOD ALREADY ON THE PAID LEDGER
           (PAIDLEDGER.txt) IS REFUSED UNLESS RERUN IS GIVEN ON THE
           COMMAND LINE; A FINALIZED REGISTER IS RECORDED THERE WITH THE
           PERIOD'S START AND END DATES. YEAR-TO-DATE GROSS, HOURS AND
           RUN COUNT PER WORKER ARE KEPT ON THE INDEXED FILE YTDEARN.dat
           AND THE YTD GROSS PRINTS ON EACH REGISTER LINE; EACH WORKER'S
           RECORD CARRIES THE LAST PERIOD POSTED SO A RERUN OR RETRY
           NEVER ADDS THE SAME PERIOD TWICE BUT STILL POSTS WORKERS THE
           FIRST PASS MISSED. YEAREND.cob SUMMARIZES AND ROLLS THE FILE
           AT YEAR END.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT HLTRMTFILE ASSIGN TO 'HLTHREMIT.txt'.
           SELECT PPFILE ASSIGN TO 'PAYPERIOD.txt'
               FILE STATUS IS PPFILE-STATUS.
           SELECT PAYDTLFILE ASSIGN TO 'PAYDTL.txt'.
           SELECT PAYCTLFILE ASSIGN TO 'PAYCTL.txt'.
           SELECT PAYHISTFILE ASSIGN TO 'PAYHIST.txt'
               FILE STATUS IS PAYHIST-STATUS.
           SELECT ADJFILE ASSIGN TO 'ADJTRAN.txt'
               FILE STATUS IS ADJFILE-STATUS.
           SELECT RETROFILE ASSIGN TO 'RETROADJ.txt'
               FILE STATUS IS RETRO-STATUS.
           SELECT LEDFILE ASSIGN TO 'PAIDLEDGER.txt'
               FILE STATUS IS LEDFILE-STATUS.
           SELECT YTDFILE ASSIGN TO 'YTDEARN.dat'
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-WNO
               FILE STATUS IS YTDFILE-STATUS.
           SELECT LOANFILE ASSIGN TO 'LOANBAL.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS LOANFILE-STATUS.
           SELECT LOANLEDGFILE ASSIGN TO 'LOANLEDG.txt'
               FILE STATUS IS LOANLEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD REGFILE
           LABEL RECORDS ARE OMITTED
           05 PP-STARTDT PIC X(8).
           05 PP-ENDDT PIC X(8).

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

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 164 CHARACTERS
           DATA RECORD IS PAYHIST-REC.

       01 PAYHIST-REC PIC X(164).

       FD ADJFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS ADJ-REC.

       01 ADJ-REC PIC X(54).

       FD RETROFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS RETRO-REC.

       01 RETRO-REC PIC X(54).

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

       FD LEDFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS LED-REC.

       01 LED-REC.
           05 LED-TIME PIC X(6).
           05 LED-WORKCNT PIC 9(5).
           05 LED-GROSS PIC 9(9)V99.
           05 LED-STARTDT PIC X(8).
           05 LED-ENDDT PIC X(8).

       FD YTDFILE
           RECORD CONTAINS 36 CHARACTERS
           05 YTD-RUNCNT PIC 9(3).
           05 YTD-LASTPER PIC 9(5).

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

       FD LOANLEDGFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS LOANLEDG-REC.

       01 LOANLEDG-REC.
           05 LL-PERNO PIC 9(5).
           05 LL-WNO PIC X(7).
           05 LL-TYPE PIC X(2).
           05 LL-OPENBAL PIC 9(8)V99.
           05 LL-AMORT PIC 9(8)V99.
           05 LL-DEDUCTED PIC 9(8)V99.
           05 LL-CLOSEBAL PIC 9(8)V99.
           05 LL-STATUS PIC X(1).
           05 LL-SHORT PIC X(1).
           05 LL-DATE PIC X(8).
           05 LL-TIME PIC X(6).

       FD JOBCTLFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS
               10 PDIFF-AMT PIC 9(4)V99.
       01 PROVDIFF-CNT PIC 999 VALUE 0.

       01 PREMIUM-MULTS.
           05 PREM-REG PIC 9(2)V99 VALUE 1.00.
           05 PREM-OT PIC 9(2)V99 VALUE 1.25.
           05 PREM-RD PIC 9(2)V99 VALUE 1.30.
           05 PREM-HOL PIC 9(2)V99 VALUE 2.00.

       01 DEDUCT-TABLE.
           05 DEDUCT-ENTRY OCCURS 30 TIMES INDEXED BY DED-IDX.
               10 DTBL-AGENCY PIC X(3).
       01 HOURS-TABLE.
           05 HOURS-ENTRY OCCURS 20000 TIMES INDEXED BY HRS-IDX.
               10 HTBL-WNO PIC X(7).
               10 HTBL-REG PIC 9(3)V9.
               10 HTBL-OT PIC 9(3)V9.
               10 HTBL-RD PIC 9(3)V9.
               10 HTBL-HOL PIC 9(3)V9.
       01 HOURS-CNT PIC 9(5) VALUE 0.

       01 ADJUST-WORK.
           05 AW-PERNO PIC 9(5).
           05 AW-WNO PIC X(7).
           05 AW-TYPE PIC X(1).
           05 AW-CODE PIC X(6).
           05 AW-AMT PIC 9(8)V99.
           05 AW-DESC PIC X(25).

       01 ADJUST-TABLE.
           05 ADJUST-ENTRY OCCURS 5000 TIMES INDEXED BY ADJ-IDX.
               10 ATBL-WNO PIC X(7).
               10 ATBL-TYPE PIC X(1).
               10 ATBL-CODE PIC X(6).
               10 ATBL-AMT PIC 9(8)V99.
               10 ATBL-DESC PIC X(25).
               10 ATBL-USED-SW PIC X(3).
       01 ADJUST-CNT PIC 9(4) VALUE 0.

       01 ADJUST-CONTROLS.
           05 PAYHIST-STATUS PIC X(2) VALUE "00".
           05 ADJFILE-STATUS PIC X(2) VALUE "00".
           05 RETRO-STATUS PIC X(2) VALUE "00".
           05 ADJ-EOFSW PIC X(3) VALUE "NO ".
           05 ADJ-FOUND-SW PIC X(3) VALUE "NO ".
           05 ADJ-SOURCE PIC X(12) VALUE SPACES.
           05 WORK-ADJERN PIC 9(8)V99 VALUE 0.
           05 WORK-ADJDED PIC 9(8)V99 VALUE 0.
           05 GRAND-ADJERN PIC 9(9)V99 VALUE 0.
           05 GRAND-ADJDED PIC 9(9)V99 VALUE 0.
           05 ADJ-UNAPPLIED-CNT PIC 9(4) VALUE 0.

       01 LOAN-CONTROLS.
           05 LOANFILE-STATUS PIC X(2) VALUE "00".
           05 LOANLEDG-STATUS PIC X(2) VALUE "00".
           05 LOANS-ON-FILE-SW PIC X(3) VALUE "NO ".
           05 LOAN-EOFSW PIC X(3) VALUE "NO ".
           05 NET-FLOOR PIC 9(4)V99 VALUE 0.
           05 LOAN-ROOM PIC 9(8)V99 VALUE 0.
           05 LOAN-DUE PIC 9(8)V99 VALUE 0.
           05 LOAN-TAKE PIC 9(8)V99 VALUE 0.
           05 LOAN-OPENBAL PIC 9(8)V99 VALUE 0.
           05 LOAN-TIME-RAW PIC X(8).
           05 WORK-LOANDED PIC 9(8)V99 VALUE 0.
           05 GRAND-LOANDED PIC 9(9)V99 VALUE 0.
           05 LOAN-CLOSEDCNT PIC 9(4) VALUE 0.
           05 LOAN-SHORTCNT PIC 9(4) VALUE 0.

       01 CALC-CONTROLS.
           05 RATE-FOUND-SW PIC X(3) VALUE "NO ".
           05 HRS-FOUND-SW PIC X(3) VALUE "NO ".
           05 WORK-RATE PIC 9(4)V99 VALUE 0.
           05 WORK-HRS PIC 9(3)V9 VALUE 0.
           05 WORK-REGHRS PIC 9(3)V9 VALUE 0.
           05 WORK-OTHRS PIC 9(3)V9 VALUE 0.
           05 WORK-RDHRS PIC 9(3)V9 VALUE 0.
           05 WORK-HOLHRS PIC 9(3)V9 VALUE 0.
           05 WORK-REGAMT PIC 9(8)V99 VALUE 0.
           05 WORK-OTAMT PIC 9(8)V99 VALUE 0.
           05 WORK-RDAMT PIC 9(8)V99 VALUE 0.
           05 WORK-HOLAMT PIC 9(8)V99 VALUE 0.
           05 WORK-GROSS PIC 9(8)V99 VALUE 0.
           05 WORK-TAX PIC 9(8)V99 VALUE 0.
           05 WORK-SSS PIC 9(8)V99 VALUE 0.
           05 REG-WORKCNT PIC 9(5) VALUE 0.
           05 REG-EXCCNT PIC 999 VALUE 0.

       01 SPLIT-CONTROLS.
           05 PROV-REGHRS PIC 9(6)V9 VALUE 0.
           05 PROV-OTHRS PIC 9(6)V9 VALUE 0.
           05 PROV-RDHRS PIC 9(6)V9 VALUE 0.
           05 PROV-HOLHRS PIC 9(6)V9 VALUE 0.
           05 PROV-REGAMT PIC 9(9)V99 VALUE 0.
           05 PROV-OTAMT PIC 9(9)V99 VALUE 0.
           05 PROV-RDAMT PIC 9(9)V99 VALUE 0.
           05 PROV-HOLAMT PIC 9(9)V99 VALUE 0.
           05 GRAND-REGHRS PIC 9(6)V9 VALUE 0.
           05 GRAND-OTHRS PIC 9(6)V9 VALUE 0.
           05 GRAND-RDHRS PIC 9(6)V9 VALUE 0.
           05 GRAND-HOLHRS PIC 9(6)V9 VALUE 0.
           05 GRAND-REGAMT PIC 9(9)V99 VALUE 0.
           05 GRAND-OTAMT PIC 9(9)V99 VALUE 0.
           05 GRAND-RDAMT PIC 9(9)V99 VALUE 0.
           05 GRAND-HOLAMT PIC 9(9)V99 VALUE 0.

       01 DEDUCT-WORK.
           05 DED-WORK-AGENCY PIC X(3).
           05 DED-WORK-AMT PIC 9(8)V99 VALUE 0.
           05 REG-LINE-YTD PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.

       01 REG-SPLIT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "REG ".
           05 REG-SPLIT-REGHRS PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE " X ".
           05 REG-SPLIT-REGMULT PIC Z9.99.
           05 FILLER PIC X(3) VALUE " = ".
           05 REG-SPLIT-REGAMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "OT  ".
           05 REG-SPLIT-OTHRS PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE " X ".
           05 REG-SPLIT-OTMULT PIC Z9.99.
           05 FILLER PIC X(3) VALUE " = ".
           05 REG-SPLIT-OTAMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "RD  ".
           05 REG-SPLIT-RDHRS PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE " X ".
           05 REG-SPLIT-RDMULT PIC Z9.99.
           05 FILLER PIC X(3) VALUE " = ".
           05 REG-SPLIT-RDAMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "HOL ".
           05 REG-SPLIT-HOLHRS PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE " X ".
           05 REG-SPLIT-HOLMULT PIC Z9.99.
           05 FILLER PIC X(3) VALUE " = ".
           05 REG-SPLIT-HOLAMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.

       01 REG-ADJ-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "ADJUSTMENT ".
           05 REG-ADJ-TYPE PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-ADJ-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-ADJ-DESC PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-ADJ-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(59) VALUE SPACES.

       01 REG-ADJTOT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "ADJUSTMENTS - EARNINGS:".
           05 REG-ADJTOT-ERN PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "DEDUCTIONS: ".
           05 REG-ADJTOT-DED PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "NOT APPLIED: ".
           05 REG-ADJTOT-UNAPP PIC Z,ZZ9.
           05 FILLER PIC X(41) VALUE SPACES.

       01 REG-LOAN-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "LOAN ".
           05 REG-LOAN-TYPE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-LOAN-NAME PIC X(14).
           05 FILLER PIC X(9) VALUE "OPENING: ".
           05 REG-LOAN-OPEN PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "DEDUCTED: ".
           05 REG-LOAN-DED PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "CLOSING: ".
           05 REG-LOAN-CLOSE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 REG-LOAN-NOTE PIC X(24).
           05 FILLER PIC X(11) VALUE SPACES.

       01 REG-LOANTOT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "LOAN DEDUCTIONS: ".
           05 REG-LOANTOT-DED PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "LOANS CLOSED: ".
           05 REG-LOANTOT-CLOSED PIC Z,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "SHORT AT NET FLOOR: ".
           05 REG-LOANTOT-SHORT PIC Z,ZZ9.
           05 FILLER PIC X(47) VALUE SPACES.

       01 REG-SPLITTOT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "REG: ".
           05 REG-SPLITTOT-REGHRS PIC ZZZ,ZZ9.9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-SPLITTOT-REGAMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "OT:  ".
           05 REG-SPLITTOT-OTHRS PIC ZZZ,ZZ9.9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-SPLITTOT-OTAMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "RD:  ".
           05 REG-SPLITTOT-RDHRS PIC ZZZ,ZZ9.9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-SPLITTOT-RDAMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "HOL: ".
           05 REG-SPLITTOT-HOLHRS PIC ZZZ,ZZ9.9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 REG-SPLITTOT-HOLAMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.

       01 REG-EXC-LINE.
           05 FILLER PIC X(4) VALUE "*** ".
           05 REG-EXC-WNO PIC X(7).
           OPEN OUTPUT TAXRMTFILE.
           OPEN OUTPUT SSSRMTFILE.
           OPEN OUTPUT HLTRMTFILE.
           OPEN OUTPUT PAYDTLFILE.
           OPEN EXTEND PAYHISTFILE.
           IF PAYHIST-STATUS NOT = "00"
               OPEN OUTPUT PAYHISTFILE
           END-IF.

           MOVE CUR-PERNO TO REG-HD1-PERNO.
           MOVE CUR-STARTDT TO REG-HD1-STARTDT.
               OPEN I-O YTDFILE
           END-IF.

           OPEN I-O LOANFILE.
           IF LOANFILE-STATUS = "00"
               MOVE "YES" TO LOANS-ON-FILE-SW
               OPEN EXTEND LOANLEDGFILE
               IF LOANLEDG-STATUS NOT = "00"
                   OPEN OUTPUT LOANLEDGFILE
               END-IF
               ACCEPT LOAN-TIME-RAW FROM TIME
           ELSE
               DISPLAY "LOANBAL.dat NOT FOUND - NO LOAN DEDUCTIONS "
                   "TAKEN"
           END-IF.

           PERFORM LOAD-RATES-RTN.
           PERFORM LOAD-DEDUCTS-RTN.
           PERFORM LOAD-HOURS-RTN.
           PERFORM LOAD-ADJUST-RTN.

           READ PAYFILE
               AT END
                       MOVE RATE-KEY-IN TO PDIFF-PNAME(PROVDIFF-CNT)
                       MOVE RATE-AMT-IN TO PDIFF-AMT(PROVDIFF-CNT)
                   END-IF
               WHEN "M"
                   PERFORM STORE-PREMIUM-RTN
               WHEN "F"
                   IF RATE-KEY-IN = "NET"
                       MOVE RATE-AMT-IN TO NET-FLOOR
                   ELSE
                       DISPLAY "UNKNOWN FLOOR RECORD - ENTRY "
                           "IGNORED: " RATE-REC
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN RATE RECORD TYPE - ENTRY "
                       "IGNORED: " RATE-REC
           END-EVALUATE.
       STORE-RATE-END.

       STORE-PREMIUM-RTN.
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
                   DISPLAY "UNKNOWN PREMIUM BUCKET - ENTRY "
                       "IGNORED: " RATE-REC
           END-EVALUATE.
       STORE-PREMIUM-END.

       LOAD-DEDUCTS-RTN.
           OPEN INPUT DEDFILE.
           PERFORM UNTIL DED-EOFSW = "YES"
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
           CLOSE HRSFILE.
       LOAD-HOURS-END.

       LOAD-ADJUST-RTN.
           MOVE "ADJTRAN.txt " TO ADJ-SOURCE
           OPEN INPUT ADJFILE.
           IF ADJFILE-STATUS NOT = "00"
               MOVE "YES" TO ADJ-EOFSW
           END-IF.
           PERFORM UNTIL ADJ-EOFSW = "YES"
               READ ADJFILE
                   AT END
                       MOVE "YES" TO ADJ-EOFSW
                   NOT AT END
                       MOVE ADJ-REC TO ADJUST-WORK
                       PERFORM STORE-ADJUST-RTN
               END-READ
           END-PERFORM.
           IF ADJFILE-STATUS NOT = "35"
               CLOSE ADJFILE
           END-IF.

           MOVE "RETROADJ.txt" TO ADJ-SOURCE
           MOVE "NO " TO ADJ-EOFSW
           OPEN INPUT RETROFILE.
           IF RETRO-STATUS NOT = "00"
               MOVE "YES" TO ADJ-EOFSW
           END-IF.
           PERFORM UNTIL ADJ-EOFSW = "YES"
               READ RETROFILE
                   AT END
                       MOVE "YES" TO ADJ-EOFSW
                   NOT AT END
                       MOVE RETRO-REC TO ADJUST-WORK
                       PERFORM STORE-ADJUST-RTN
               END-READ
           END-PERFORM.
           IF RETRO-STATUS NOT = "35"
               CLOSE RETROFILE
           END-IF.
       LOAD-ADJUST-END.

       STORE-ADJUST-RTN.
           IF AW-PERNO NOT NUMERIC OR AW-PERNO NOT = CUR-PERNO
               CONTINUE
           ELSE IF (AW-TYPE NOT = "E" AND AW-TYPE NOT = "D")
                   OR AW-AMT NOT NUMERIC OR AW-WNO = SPACES
               DISPLAY "INVALID ADJUSTMENT ON " ADJ-SOURCE
                   " - ENTRY IGNORED: " ADJUST-WORK
           ELSE IF ADJUST-CNT >= 5000
               DISPLAY "ADJUST-TABLE FULL (5000 ADJUSTMENTS) - "
                   "ENTRY IGNORED: " ADJUST-WORK
           ELSE
               ADD 1 TO ADJUST-CNT
               MOVE AW-WNO TO ATBL-WNO(ADJUST-CNT)
               MOVE AW-TYPE TO ATBL-TYPE(ADJUST-CNT)
               MOVE AW-CODE TO ATBL-CODE(ADJUST-CNT)
               MOVE AW-AMT TO ATBL-AMT(ADJUST-CNT)
               MOVE AW-DESC TO ATBL-DESC(ADJUST-CNT)
               MOVE "NO " TO ATBL-USED-SW(ADJUST-CNT)
           END-IF.
       STORE-ADJUST-END.

       PROCESS-RTN.
           IF PAY-PROVCD NOT = TPN
               PERFORM PROV-BREAK-RTN

           PERFORM RATE-LOOKUP-RTN.
           PERFORM HOURS-LOOKUP-RTN.
           PERFORM ADJUST-LOOKUP-RTN.

           IF PAY-PERNO NOT = CUR-PERNO
               MOVE PAY-WNO TO REG-EXC-WNO
               MOVE "NO RATE FOR STATUS CODE" TO REG-EXC-MSG
               WRITE REGREC FROM REG-EXC-LINE
               ADD 1 TO REG-EXCCNT
           ELSE IF HRS-FOUND-SW = "NO " AND ADJ-FOUND-SW = "NO "
               MOVE PAY-WNO TO REG-EXC-WNO
               MOVE "NO HOURS REPORTED" TO REG-EXC-MSG
               WRITE REGREC FROM REG-EXC-LINE
               ADD 1 TO REG-EXCCNT
           ELSE
               PERFORM PREMIUM-CALC-RTN
               PERFORM APPLY-ADJUST-RTN
               PERFORM DEDUCT-CALC-RTN
               PERFORM LOAN-DEDUCT-RTN
               ADD WORK-GROSS TO PROV-GROSS
               ADD WORK-GROSS TO GRAND-GROSS
               ADD WORK-DEDTOT TO PROV-DEDTOT
               PERFORM UPDATE-YTD-RTN
               MOVE WORK-YTDGROSS TO REG-LINE-YTD
               WRITE REGREC FROM REG-LINE
               PERFORM WRITE-SPLIT-RTN
               PERFORM WRITE-ADJUST-RTN
               PERFORM WRITE-LOAN-RTN
               PERFORM WRITE-REMIT-RTN
               PERFORM WRITE-PAYDTL-RTN
           END-IF.

           READ PAYFILE
       HOURS-LOOKUP-RTN.
           MOVE "NO " TO HRS-FOUND-SW
           MOVE 0 TO WORK-HRS
           MOVE 0 TO WORK-REGHRS
           MOVE 0 TO WORK-OTHRS
           MOVE 0 TO WORK-RDHRS
           MOVE 0 TO WORK-HOLHRS
           PERFORM VARYING HRS-IDX FROM 1 BY 1
                   UNTIL HRS-IDX > HOURS-CNT
                      OR HRS-FOUND-SW = "YES"
               IF HTBL-WNO(HRS-IDX) = PAY-WNO
                   MOVE HTBL-REG(HRS-IDX) TO WORK-REGHRS
                   MOVE HTBL-OT(HRS-IDX) TO WORK-OTHRS
                   MOVE HTBL-RD(HRS-IDX) TO WORK-RDHRS
                   MOVE HTBL-HOL(HRS-IDX) TO WORK-HOLHRS
                   MOVE "YES" TO HRS-FOUND-SW
               END-IF
           END-PERFORM
           ADD WORK-REGHRS WORK-OTHRS WORK-RDHRS WORK-HOLHRS
               GIVING WORK-HRS.
       HOURS-LOOKUP-END.

       PREMIUM-CALC-RTN.
           COMPUTE WORK-REGAMT ROUNDED =
               WORK-RATE * WORK-REGHRS * PREM-REG
           COMPUTE WORK-OTAMT ROUNDED =
               WORK-RATE * WORK-OTHRS * PREM-OT
           COMPUTE WORK-RDAMT ROUNDED =
               WORK-RATE * WORK-RDHRS * PREM-RD
           COMPUTE WORK-HOLAMT ROUNDED =
               WORK-RATE * WORK-HOLHRS * PREM-HOL
           ADD WORK-REGAMT WORK-OTAMT WORK-RDAMT WORK-HOLAMT
               GIVING WORK-GROSS

           ADD WORK-REGHRS TO PROV-REGHRS GRAND-REGHRS
           ADD WORK-OTHRS TO PROV-OTHRS GRAND-OTHRS
           ADD WORK-RDHRS TO PROV-RDHRS GRAND-RDHRS
           ADD WORK-HOLHRS TO PROV-HOLHRS GRAND-HOLHRS
           ADD WORK-REGAMT TO PROV-REGAMT GRAND-REGAMT
           ADD WORK-OTAMT TO PROV-OTAMT GRAND-OTAMT
           ADD WORK-RDAMT TO PROV-RDAMT GRAND-RDAMT
           ADD WORK-HOLAMT TO PROV-HOLAMT GRAND-HOLAMT.
       PREMIUM-CALC-END.

       WRITE-SPLIT-RTN.
           MOVE WORK-REGHRS TO REG-SPLIT-REGHRS
           MOVE PREM-REG TO REG-SPLIT-REGMULT
           MOVE WORK-REGAMT TO REG-SPLIT-REGAMT
           MOVE WORK-OTHRS TO REG-SPLIT-OTHRS
           MOVE PREM-OT TO REG-SPLIT-OTMULT
           MOVE WORK-OTAMT TO REG-SPLIT-OTAMT
           MOVE WORK-RDHRS TO REG-SPLIT-RDHRS
           MOVE PREM-RD TO REG-SPLIT-RDMULT
           MOVE WORK-RDAMT TO REG-SPLIT-RDAMT
           MOVE WORK-HOLHRS TO REG-SPLIT-HOLHRS
           MOVE PREM-HOL TO REG-SPLIT-HOLMULT
           MOVE WORK-HOLAMT TO REG-SPLIT-HOLAMT
           WRITE REGREC FROM REG-SPLIT-LINE.
       WRITE-SPLIT-END.

       ADJUST-LOOKUP-RTN.
           MOVE "NO " TO ADJ-FOUND-SW
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJUST-CNT
                      OR ADJ-FOUND-SW = "YES"
               IF ATBL-WNO(ADJ-IDX) = PAY-WNO
                   MOVE "YES" TO ADJ-FOUND-SW
               END-IF
           END-PERFORM.
       ADJUST-LOOKUP-END.

       APPLY-ADJUST-RTN.
           MOVE 0 TO WORK-ADJERN
           MOVE 0 TO WORK-ADJDED
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJUST-CNT
               IF ATBL-WNO(ADJ-IDX) = PAY-WNO
                   IF ATBL-TYPE(ADJ-IDX) = "E"
                       ADD ATBL-AMT(ADJ-IDX) TO WORK-ADJERN
                   ELSE
                       ADD ATBL-AMT(ADJ-IDX) TO WORK-ADJDED
                   END-IF
                   MOVE "YES" TO ATBL-USED-SW(ADJ-IDX)
               END-IF
           END-PERFORM
           ADD WORK-ADJERN TO WORK-GROSS
           IF WORK-ADJDED > WORK-GROSS
               DISPLAY "ADJUSTMENT DEDUCTIONS EXCEED GROSS - CAPPED "
                   "AT GROSS FOR: " PAY-WNO
               MOVE WORK-GROSS TO WORK-ADJDED
           END-IF
           SUBTRACT WORK-ADJDED FROM WORK-GROSS
           ADD WORK-ADJERN TO GRAND-ADJERN
           ADD WORK-ADJDED TO GRAND-ADJDED.
       APPLY-ADJUST-END.

       WRITE-ADJUST-RTN.
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJUST-CNT
               IF ATBL-WNO(ADJ-IDX) = PAY-WNO
                   IF ATBL-TYPE(ADJ-IDX) = "E"
                       MOVE "EARNING" TO REG-ADJ-TYPE
                   ELSE
                       MOVE "DEDUCTION" TO REG-ADJ-TYPE
                   END-IF
                   MOVE ATBL-CODE(ADJ-IDX) TO REG-ADJ-CODE
                   MOVE ATBL-DESC(ADJ-IDX) TO REG-ADJ-DESC
                   MOVE ATBL-AMT(ADJ-IDX) TO REG-ADJ-AMT
                   WRITE REGREC FROM REG-ADJ-LINE
               END-IF
           END-PERFORM.
       WRITE-ADJUST-END.

       UNAPPLIED-ADJUST-RTN.
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJUST-CNT
               IF ATBL-USED-SW(ADJ-IDX) = "NO "
                   MOVE ATBL-WNO(ADJ-IDX) TO REG-EXC-WNO
                   MOVE "ADJUSTMENT NOT APPLIED" TO REG-EXC-MSG
                   WRITE REGREC FROM REG-EXC-LINE
                   ADD 1 TO REG-EXCCNT
                   ADD 1 TO ADJ-UNAPPLIED-CNT
               END-IF
           END-PERFORM.
       UNAPPLIED-ADJUST-END.

       DEDUCT-CALC-RTN.
           MOVE "TAX" TO DED-WORK-AGENCY
           PERFORM AGENCY-DEDUCT-RTN
           END-IF.
       AGENCY-DEDUCT-END.

       LOAN-DEDUCT-RTN.
           MOVE 0 TO WORK-LOANDED
           IF LOANS-ON-FILE-SW = "YES"
               IF WORK-NET > NET-FLOOR
                   COMPUTE LOAN-ROOM = WORK-NET - NET-FLOOR
               ELSE
                   MOVE 0 TO LOAN-ROOM
               END-IF
               MOVE "NO " TO LOAN-EOFSW
               MOVE PAY-WNO TO LN-WNO
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
                           IF LN-WNO NOT = PAY-WNO
                               MOVE "YES" TO LOAN-EOFSW
                           ELSE
                               PERFORM TAKE-LOAN-RTN
                           END-IF
                   END-READ
               END-PERFORM
               SUBTRACT WORK-LOANDED FROM WORK-NET
               ADD WORK-LOANDED TO WORK-DEDTOT
               ADD WORK-LOANDED TO GRAND-LOANDED
           END-IF.
       LOAN-DEDUCT-END.

       TAKE-LOAN-RTN.
           IF LN-LASTPER = CUR-PERNO
              AND (LN-STATUS = "A" OR LN-STATUS = "C")
               IF LN-PRINCIPAL > 0
                   ADD LN-LASTAMT TO LN-BALANCE
               END-IF
               MOVE "A" TO LN-STATUS
               MOVE SPACES TO LN-CLOSEDT
           END-IF
           IF LN-STATUS = "A"
               MOVE LN-BALANCE TO LOAN-OPENBAL
               MOVE LN-AMORT TO LOAN-DUE
               IF LN-PRINCIPAL > 0 AND LOAN-DUE > LN-BALANCE
                   MOVE LN-BALANCE TO LOAN-DUE
               END-IF
               IF LOAN-DUE > LOAN-ROOM
                   MOVE LOAN-ROOM TO LOAN-TAKE
               ELSE
                   MOVE LOAN-DUE TO LOAN-TAKE
               END-IF
               SUBTRACT LOAN-TAKE FROM LOAN-ROOM
               ADD LOAN-TAKE TO WORK-LOANDED
               IF LN-PRINCIPAL > 0
                   SUBTRACT LOAN-TAKE FROM LN-BALANCE
               END-IF
               MOVE SPACE TO LL-SHORT
               IF LOAN-TAKE < LOAN-DUE
                   MOVE "S" TO LL-SHORT
                   ADD 1 TO LOAN-SHORTCNT
               END-IF
               IF LN-PRINCIPAL > 0 AND LN-BALANCE = 0
                   MOVE "C" TO LN-STATUS
                   MOVE CUR-RUNDATE TO LN-CLOSEDT
                   ADD 1 TO LOAN-CLOSEDCNT
               END-IF
               MOVE CUR-PERNO TO LN-LASTPER
               MOVE LOAN-TAKE TO LN-LASTAMT
               REWRITE LOAN-REC
               MOVE CUR-PERNO TO LL-PERNO
               MOVE LN-WNO TO LL-WNO
               MOVE LN-TYPE TO LL-TYPE
               MOVE LOAN-OPENBAL TO LL-OPENBAL
               MOVE LN-AMORT TO LL-AMORT
               MOVE LOAN-TAKE TO LL-DEDUCTED
               MOVE LN-BALANCE TO LL-CLOSEBAL
               MOVE LN-STATUS TO LL-STATUS
               MOVE CUR-RUNDATE TO LL-DATE
               MOVE LOAN-TIME-RAW(1:6) TO LL-TIME
               WRITE LOANLEDG-REC
           END-IF.
       TAKE-LOAN-END.

       WRITE-LOAN-RTN.
           IF LOANS-ON-FILE-SW = "YES"
               MOVE "NO " TO LOAN-EOFSW
               MOVE PAY-WNO TO LN-WNO
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
                           IF LN-WNO NOT = PAY-WNO
                               MOVE "YES" TO LOAN-EOFSW
                           ELSE IF LN-LASTPER = CUR-PERNO
                              AND LN-STATUS NOT = "X"
                               PERFORM WRITE-LOAN-LINE-RTN
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       WRITE-LOAN-END.

       WRITE-LOAN-LINE-RTN.
           MOVE LN-TYPE TO REG-LOAN-TYPE
           EVALUATE LN-TYPE
               WHEN "SL"
                   MOVE "SALARY LOAN" TO REG-LOAN-NAME
               WHEN "CA"
                   MOVE "CASH ADVANCE" TO REG-LOAN-NAME
               WHEN "CD"
                   MOVE "COOP DUES" TO REG-LOAN-NAME
               WHEN OTHER
                   MOVE SPACES TO REG-LOAN-NAME
           END-EVALUATE
           IF LN-PRINCIPAL > 0
               COMPUTE LOAN-OPENBAL = LN-BALANCE + LN-LASTAMT
           ELSE
               MOVE 0 TO LOAN-OPENBAL
           END-IF
           MOVE LOAN-OPENBAL TO REG-LOAN-OPEN
           MOVE LN-LASTAMT TO REG-LOAN-DED
           MOVE LN-BALANCE TO REG-LOAN-CLOSE
           MOVE SPACES TO REG-LOAN-NOTE
           IF LN-STATUS = "C"
               MOVE "PAID OFF - LOAN CLOSED" TO REG-LOAN-NOTE
           ELSE IF LN-LASTAMT < LN-AMORT
              AND (LN-PRINCIPAL = 0 OR LN-BALANCE > 0)
               MOVE "SHORT - NET PAY FLOOR" TO REG-LOAN-NOTE
           END-IF
           END-IF
           WRITE REGREC FROM REG-LOAN-LINE.
       WRITE-LOAN-LINE-END.

       UPDATE-YTD-RTN.
           MOVE "NO " TO YTD-FOUND-SW
           MOVE PAY-WNO TO YTD-WNO
           END-IF.
       WRITE-REMIT-END.

       WRITE-PAYDTL-RTN.
           MOVE CUR-PERNO TO PD-PERNO
           MOVE PAY-WNO TO PD-WNO
           MOVE PAY-PROVCD TO PD-PROVCD
           MOVE PAY-STATCD TO PD-STATCD
           MOVE WORK-RATE TO PD-RATE
           MOVE WORK-REGHRS TO PD-REGHRS
           MOVE WORK-OTHRS TO PD-OTHRS
           MOVE WORK-RDHRS TO PD-RDHRS
           MOVE WORK-HOLHRS TO PD-HOLHRS
           MOVE WORK-REGAMT TO PD-REGAMT
           MOVE WORK-OTAMT TO PD-OTAMT
           MOVE WORK-RDAMT TO PD-RDAMT
           MOVE WORK-HOLAMT TO PD-HOLAMT
           MOVE WORK-GROSS TO PD-GROSS
           MOVE WORK-TAX TO PD-TAX
           MOVE WORK-SSS TO PD-SSS
           MOVE WORK-HLTH TO PD-HLTH
           MOVE WORK-NET TO PD-NET
           MOVE WORK-ADJERN TO PD-ADJERN
           MOVE WORK-ADJDED TO PD-ADJDED
           MOVE WORK-LOANDED TO PD-LOANDED
           WRITE PAYDTL-REC
           WRITE PAYHIST-REC FROM PAYDTL-REC.
       WRITE-PAYDTL-END.

       PROV-BREAK-RTN.
           MOVE TPN TO REG-SUBTOT-PROVCD
           MOVE PROV-GROSS TO REG-SUBTOT-GROSS
           MOVE PROV-NET TO REG-SUBTOT-NET
           WRITE REGREC FROM NEWLINE
           WRITE REGREC FROM REG-SUBTOT-LINE
           MOVE PROV-REGHRS TO REG-SPLITTOT-REGHRS
           MOVE PROV-REGAMT TO REG-SPLITTOT-REGAMT
           MOVE PROV-OTHRS TO REG-SPLITTOT-OTHRS
           MOVE PROV-OTAMT TO REG-SPLITTOT-OTAMT
           MOVE PROV-RDHRS TO REG-SPLITTOT-RDHRS
           MOVE PROV-RDAMT TO REG-SPLITTOT-RDAMT
           MOVE PROV-HOLHRS TO REG-SPLITTOT-HOLHRS
           MOVE PROV-HOLAMT TO REG-SPLITTOT-HOLAMT
           WRITE REGREC FROM REG-SPLITTOT-LINE
           WRITE REGREC FROM NEWLINE
           MOVE 0 TO PROV-GROSS
           MOVE 0 TO PROV-DEDTOT
           MOVE 0 TO PROV-NET
           MOVE 0 TO PROV-REGHRS
           MOVE 0 TO PROV-OTHRS
           MOVE 0 TO PROV-RDHRS
           MOVE 0 TO PROV-HOLHRS
           MOVE 0 TO PROV-REGAMT
           MOVE 0 TO PROV-OTAMT
           MOVE 0 TO PROV-RDAMT
           MOVE 0 TO PROV-HOLAMT.
       PROV-BREAK-END.

       FINISH-RTN.
           MOVE GRAND-DEDTOT TO REG-GRAND-DED
           MOVE GRAND-NET TO REG-GRAND-NET
           WRITE REGREC FROM REG-GRAND-LINE
           MOVE GRAND-REGHRS TO REG-SPLITTOT-REGHRS
           MOVE GRAND-REGAMT TO REG-SPLITTOT-REGAMT
           MOVE GRAND-OTHRS TO REG-SPLITTOT-OTHRS
           MOVE GRAND-OTAMT TO REG-SPLITTOT-OTAMT
           MOVE GRAND-RDHRS TO REG-SPLITTOT-RDHRS
           MOVE GRAND-RDAMT TO REG-SPLITTOT-RDAMT
           MOVE GRAND-HOLHRS TO REG-SPLITTOT-HOLHRS
           MOVE GRAND-HOLAMT TO REG-SPLITTOT-HOLAMT
           WRITE REGREC FROM REG-SPLITTOT-LINE
           WRITE REGREC FROM NEWLINE

           PERFORM UNAPPLIED-ADJUST-RTN
           MOVE GRAND-ADJERN TO REG-ADJTOT-ERN
           MOVE GRAND-ADJDED TO REG-ADJTOT-DED
           MOVE ADJ-UNAPPLIED-CNT TO REG-ADJTOT-UNAPP
           WRITE REGREC FROM REG-ADJTOT-LINE
           MOVE GRAND-LOANDED TO REG-LOANTOT-DED
           MOVE LOAN-CLOSEDCNT TO REG-LOANTOT-CLOSED
           MOVE LOAN-SHORTCNT TO REG-LOANTOT-SHORT
           WRITE REGREC FROM REG-LOANTOT-LINE
           WRITE REGREC FROM NEWLINE

           MOVE REG-WORKCNT TO REG-WORK-OUT
           END-IF

           CLOSE PAYFILE REGFILE TAXRMTFILE SSSRMTFILE HLTRMTFILE
               YTDFILE PAYDTLFILE PAYHISTFILE.
           IF LOANS-ON-FILE-SW = "YES"
               CLOSE LOANFILE LOANLEDGFILE
           END-IF.

           PERFORM WRITE-LEDGER-RTN.
           PERFORM WRITE-PAYCTL-RTN.
       FINISH-END.

       WRITE-PAYCTL-RTN.
           OPEN OUTPUT PAYCTLFILE
           MOVE CUR-PERNO TO PC-PERNO
           MOVE LED-RUNDATE TO PC-DATE
           MOVE LED-RUNTIME-RAW(1:6) TO PC-TIME
           MOVE REG-WORKCNT TO PC-WORKCNT
           MOVE GRAND-GROSS TO PC-GROSS
           MOVE GRAND-DEDTOT TO PC-DEDTOT
           MOVE GRAND-NET TO PC-NET
           WRITE PAYCTL-REC
           CLOSE PAYCTLFILE.
       WRITE-PAYCTL-END.

       WRITE-LEDGER-RTN.
           OPEN EXTEND LEDFILE
           IF LEDFILE-STATUS NOT = "00"
           MOVE LED-RUNTIME-RAW(1:6) TO LED-TIME
           MOVE REG-WORKCNT TO LED-WORKCNT
           MOVE GRAND-GROSS TO LED-GROSS
           MOVE CUR-STARTDT TO LED-STARTDT
           MOVE CUR-ENDDT TO LED-ENDDT
           WRITE LED-REC
           CLOSE LEDFILE.
       WRITE-LEDGER-END.
