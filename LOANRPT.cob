       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPT.
       AUTHOR. RHABI MENDOZA.
       INSTALLATION. PUP MAIN.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED. OCTOBER 15, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM PRINTS THE LOAN LEDGER FOR A PAY PERIOD
           AFTER PAYCALC.cob HAS RUN. THE PERIOD IS THE CURRENT ONE ON
           PAYPERIOD.txt UNLESS A PERIOD NUMBER IS GIVEN ON THE COMMAND
           LINE. FOR EVERY LOAN DEDUCTION PAYCALC.cob WROTE TO THE LOAN
           LEDGER LOANLEDG.txt FOR THAT PERIOD (THE LATEST RUN WINS
           WHEN A PERIOD WAS RERUN) IT LISTS, UNDER THE WORKER'S NUMBER
           AND NAME FROM WORKERMST.dat, THE LOAN TYPE, THE OPENING
           BALANCE, THE AMORTIZATION DUE, THE AMOUNT DEDUCTED AND THE
           CLOSING BALANCE, FLAGGING LOANS PAID OFF AND LOANS CUT SHORT
           BY THE NET PAY FLOOR. FOR THE CURRENT PERIOD IT ALSO LISTS
           EVERY ACTIVE LOAN ON LOANBAL.dat THAT WAS NOT DEDUCTED AT
           ALL (RETURN CODE 4), AND PROVES THE TOTAL DEDUCTED AGAINST
           THE LOAN DEDUCTIONS ON THE REGISTER DETAIL FILE PAYDTL.txt
           (RETURN CODE 8 IF THEY DISAGREE). THE REPORT IS WRITTEN TO
           LOANRPT.txt.

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
           SELECT LOANLEDGFILE ASSIGN TO 'LOANLEDG.txt'
               FILE STATUS IS LOANLEDG-STATUS.
           SELECT PAYDTLFILE ASSIGN TO 'PAYDTL.txt'
               FILE STATUS IS PAYDTL-STATUS.
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
           SELECT RPTFILE ASSIGN TO 'LOANRPT.txt'.

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

       FD RPTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RPTREC.

       01 RPTREC.
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

       01 LRPT-PARM PIC X(20) VALUE SPACES.

       01 TEMP-VALUES.
           05 LOANLEDG-STATUS PIC X(2) VALUE "00".
           05 PAYDTL-STATUS PIC X(2) VALUE "00".
           05 MSTFILE-STATUS PIC X(2) VALUE "00".
           05 LOANFILE-STATUS PIC X(2) VALUE "00".
           05 LEDG-EOFSW PIC X(3) VALUE "NO ".
           05 PAYDTL-EOFSW PIC X(3) VALUE "NO ".
           05 LOAN-EOFSW PIC X(3) VALUE "NO ".
           05 FOUND-SW PIC X(3) VALUE "NO ".
           05 MST-OPEN-SW PIC X(3) VALUE "NO ".
           05 LOAN-OPEN-SW PIC X(3) VALUE "NO ".
           05 PROOF-SW PIC X(3) VALUE "NO ".
           05 PREV-WNO PIC X(7) VALUE SPACES.

       01 PERIOD-CONTROLS.
           05 PPFILE-STATUS PIC X(2) VALUE "00".
           05 CUR-PERNO PIC 9(5) VALUE 0.
           05 RPT-PERNO PIC 9(5) VALUE 0.

       01 LEDGER-TABLE.
           05 LEDGER-ENTRY OCCURS 5000 TIMES INDEXED BY LDG-IDX.
               10 LTBL-WNO PIC X(7).
               10 LTBL-TYPE PIC X(2).
               10 LTBL-OPENBAL PIC 9(8)V99.
               10 LTBL-AMORT PIC 9(8)V99.
               10 LTBL-DEDUCTED PIC 9(8)V99.
               10 LTBL-CLOSEBAL PIC 9(8)V99.
               10 LTBL-STATUS PIC X(1).
               10 LTBL-SHORT PIC X(1).
       01 LEDGER-CNT PIC 9(4) VALUE 0.

       01 LRPT-CONTROLS.
           05 LRPT-DEDCNT PIC 9(5) VALUE 0.
           05 LRPT-CLOSEDCNT PIC 9(5) VALUE 0.
           05 LRPT-SHORTCNT PIC 9(5) VALUE 0.
           05 LRPT-MISSCNT PIC 9(5) VALUE 0.
           05 LRPT-OPENTOT PIC 9(9)V99 VALUE 0.
           05 LRPT-DEDTOT PIC 9(9)V99 VALUE 0.
           05 LRPT-CLOSETOT PIC 9(9)V99 VALUE 0.
           05 LRPT-OUTSTAND PIC 9(9)V99 VALUE 0.
           05 LRPT-DTLTOT PIC 9(9)V99 VALUE 0.

       01 LRP-HD1.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "CHIKA ULIT CORPORATION".
           05 FILLER PIC X(29) VALUE SPACES.

       01 LRP-HD2.
           05 FILLER PIC X(33) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Kalokohan City".
           05 FILLER PIC X(33) VALUE SPACES.

       01 LRP-HD3.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "LOAN LEDGER - PAY PERIOD ".
           05 LRP-HD3-PERNO PIC ZZZZ9.
           05 FILLER PIC X(25) VALUE SPACES.

       01 LRP-COLHD.
           05 FILLER PIC X(19) VALUE "    LOAN".
           05 FILLER PIC X(12) VALUE "     OPENING".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "     AMORT".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "  DEDUCTED".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "     CLOSING".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "NOTE".

       01 LRP-WORKER-LINE.
           05 FILLER PIC X(8) VALUE "WORKER: ".
           05 LRP-W-WNO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LRP-W-WNAME PIC X(25).
           05 FILLER PIC X(38) VALUE SPACES.

       01 LRP-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LRP-TYPE PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LRP-NAME PIC X(12).
           05 LRP-OPEN PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LRP-AMORT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LRP-DED PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LRP-CLOSE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LRP-NOTE PIC X(12).

       01 LRP-MISS-HD.
           05 FILLER PIC X(46)
              VALUE "ACTIVE LOANS NOT DEDUCTED IN THIS PERIOD:".
           05 FILLER PIC X(34) VALUE SPACES.

       01 LRP-TOT1.
           05 FILLER PIC X(18) VALUE "LOANS DEDUCTED:   ".
           05 LRP-TOT-DEDCNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "TOTAL DEDUCTED:   ".
           05 LRP-TOT-DED PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(20) VALUE SPACES.

       01 LRP-TOT2.
           05 FILLER PIC X(18) VALUE "OPENING BALANCES: ".
           05 LRP-TOT-OPEN PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "CLOSING BALANCES: ".
           05 LRP-TOT-CLOSE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(12) VALUE SPACES.

       01 LRP-TOT3.
           05 FILLER PIC X(14) VALUE "LOANS CLOSED: ".
           05 LRP-TOT-CLOSED PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "SHORT AT NET FLOOR: ".
           05 LRP-TOT-SHORT PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "NOT DEDUCTED: ".
           05 LRP-TOT-MISS PIC ZZ,ZZ9.
           05 FILLER PIC X(8) VALUE SPACES.

       01 LRP-TOT4.
           05 FILLER PIC X(34)
              VALUE "OUTSTANDING ON ALL ACTIVE LOANS:  ".
           05 LRP-TOT-OUTSTAND PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(32) VALUE SPACES.

       01 LRP-PROOF-LINE.
           05 FILLER PIC X(34)
              VALUE "LOAN DEDUCTIONS ON PAYDTL.txt:    ".
           05 LRP-PROOF-AMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LRP-PROOF-MSG PIC X(30).

       01 NEWLINE PIC X(80) VALUE SPACES.

       01 JOBCTL-CONTROLS.
           05 JOBCTL-STATUS PIC X(2) VALUE "00".
           05 JOBCTL-EOFSW PIC X(3) VALUE "NO ".
           05 JOB-FORCE-SW PIC X(3) VALUE "NO ".
           05 JOB-FORCE-TALLY PIC 9(3) VALUE 0.
           05 JOB-OWN-NAME PIC X(10) VALUE "LOANRPT   ".
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
           ACCEPT LRPT-PARM FROM COMMAND-LINE.
           MOVE 0 TO JOB-FORCE-TALLY.
           INSPECT LRPT-PARM TALLYING JOB-FORCE-TALLY
               FOR ALL "FORCE".
           IF JOB-FORCE-TALLY > 0
               MOVE "YES" TO JOB-FORCE-SW
               INSPECT LRPT-PARM REPLACING ALL "FORCE" BY "     "
           END-IF.
           PERFORM CHECK-JOBCTL-RTN.
           PERFORM LOAD-PERIOD-RTN.
           PERFORM INITIAL-RTN.
           PERFORM LOAD-LEDGER-RTN.
           PERFORM VARYING LDG-IDX FROM 1 BY 1
                   UNTIL LDG-IDX > LEDGER-CNT
               PERFORM PRINT-LEDGER-RTN
           END-PERFORM.
           PERFORM ACTIVE-LOANS-RTN.
           PERFORM PROVE-PAYDTL-RTN.
           PERFORM FINISH-RTN.
           PERFORM CLOSE-JOBCTL-RTN.
           STOP RUN.

       LOAD-PERIOD-RTN.
           OPEN INPUT PPFILE.
           IF PPFILE-STATUS NOT = "00"
               DISPLAY "PAYPERIOD.txt MISSING - LEDGER PRINTED FOR "
                   "PERIOD ZERO"
           ELSE
               READ PPFILE
                   AT END
                       DISPLAY "PAYPERIOD.txt EMPTY - LEDGER PRINTED "
                           "FOR PERIOD ZERO"
                   NOT AT END
                       MOVE PP-PERNO TO CUR-PERNO
               END-READ
               CLOSE PPFILE
           END-IF.
           IF LRPT-PARM NOT = SPACES
               MOVE FUNCTION NUMVAL(LRPT-PARM) TO RPT-PERNO
           ELSE
               MOVE CUR-PERNO TO RPT-PERNO
           END-IF.
       LOAD-PERIOD-END.

       INITIAL-RTN.
           OPEN INPUT MSTFILE.
           IF MSTFILE-STATUS = "00"
               MOVE "YES" TO MST-OPEN-SW
           ELSE
               DISPLAY "WORKERMST.dat NOT FOUND - LEDGER PRINTED "
                   "WITHOUT NAMES"
           END-IF.
           OPEN INPUT LOANFILE.
           IF LOANFILE-STATUS = "00"
               MOVE "YES" TO LOAN-OPEN-SW
           ELSE
               DISPLAY "LOANBAL.dat NOT FOUND - NO ACTIVE LOANS "
                   "LISTED"
           END-IF.

           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM LRP-HD1.
           WRITE RPTREC FROM LRP-HD2.
           MOVE RPT-PERNO TO LRP-HD3-PERNO.
           WRITE RPTREC FROM LRP-HD3.
           WRITE RPTREC FROM NEWLINE.
           WRITE RPTREC FROM LRP-COLHD.
           WRITE RPTREC FROM NEWLINE.
       INITIAL-END.

       LOAD-LEDGER-RTN.
           OPEN INPUT LOANLEDGFILE.
           IF LOANLEDG-STATUS NOT = "00"
               DISPLAY "LOANLEDG.txt NOT FOUND - NO LOAN DEDUCTIONS "
                   "ON FILE"
               MOVE "YES" TO LEDG-EOFSW
           END-IF.
           PERFORM UNTIL LEDG-EOFSW = "YES"
               READ LOANLEDGFILE
                   AT END
                       MOVE "YES" TO LEDG-EOFSW
                   NOT AT END
                       IF LL-PERNO = RPT-PERNO
                           PERFORM STORE-LEDGER-RTN
                       END-IF
               END-READ
           END-PERFORM.
           IF LOANLEDG-STATUS NOT = "35"
               CLOSE LOANLEDGFILE
           END-IF.
       LOAD-LEDGER-END.

       STORE-LEDGER-RTN.
           MOVE "NO " TO FOUND-SW
           PERFORM VARYING LDG-IDX FROM 1 BY 1
                   UNTIL LDG-IDX > LEDGER-CNT
                      OR FOUND-SW = "YES"
               IF LTBL-WNO(LDG-IDX) = LL-WNO
                  AND LTBL-TYPE(LDG-IDX) = LL-TYPE
                   MOVE "YES" TO FOUND-SW
               END-IF
           END-PERFORM
           IF FOUND-SW = "YES"
               SET LDG-IDX DOWN BY 1
           ELSE
               IF LEDGER-CNT >= 5000
                   DISPLAY "LEDGER-TABLE FULL (5000 LOANS) - "
                       "ENTRY IGNORED: " LL-WNO " " LL-TYPE
               ELSE
                   ADD 1 TO LEDGER-CNT
                   SET LDG-IDX TO LEDGER-CNT
                   MOVE "YES" TO FOUND-SW
               END-IF
           END-IF
           IF FOUND-SW = "YES"
               MOVE LL-WNO TO LTBL-WNO(LDG-IDX)
               MOVE LL-TYPE TO LTBL-TYPE(LDG-IDX)
               MOVE LL-OPENBAL TO LTBL-OPENBAL(LDG-IDX)
               MOVE LL-AMORT TO LTBL-AMORT(LDG-IDX)
               MOVE LL-DEDUCTED TO LTBL-DEDUCTED(LDG-IDX)
               MOVE LL-CLOSEBAL TO LTBL-CLOSEBAL(LDG-IDX)
               MOVE LL-STATUS TO LTBL-STATUS(LDG-IDX)
               MOVE LL-SHORT TO LTBL-SHORT(LDG-IDX)
           END-IF.
       STORE-LEDGER-END.

       PRINT-LEDGER-RTN.
           IF LTBL-WNO(LDG-IDX) NOT = PREV-WNO
               MOVE LTBL-WNO(LDG-IDX) TO PREV-WNO
               PERFORM WORKER-LINE-RTN
           END-IF
           MOVE LTBL-TYPE(LDG-IDX) TO LRP-TYPE
           PERFORM LOAN-NAME-RTN
           MOVE LTBL-OPENBAL(LDG-IDX) TO LRP-OPEN
           MOVE LTBL-AMORT(LDG-IDX) TO LRP-AMORT
           MOVE LTBL-DEDUCTED(LDG-IDX) TO LRP-DED
           MOVE LTBL-CLOSEBAL(LDG-IDX) TO LRP-CLOSE
           MOVE SPACES TO LRP-NOTE
           IF LTBL-STATUS(LDG-IDX) = "C"
               MOVE "PAID OFF" TO LRP-NOTE
               ADD 1 TO LRPT-CLOSEDCNT
           ELSE IF LTBL-SHORT(LDG-IDX) = "S"
               MOVE "SHORT-FLOOR" TO LRP-NOTE
               ADD 1 TO LRPT-SHORTCNT
           END-IF
           END-IF
           WRITE RPTREC FROM LRP-LINE
           ADD 1 TO LRPT-DEDCNT
           ADD LTBL-OPENBAL(LDG-IDX) TO LRPT-OPENTOT
           ADD LTBL-DEDUCTED(LDG-IDX) TO LRPT-DEDTOT
           ADD LTBL-CLOSEBAL(LDG-IDX) TO LRPT-CLOSETOT.
       PRINT-LEDGER-END.

       WORKER-LINE-RTN.
           MOVE PREV-WNO TO LRP-W-WNO
           MOVE "*** NOT ON MASTER ***" TO LRP-W-WNAME
           IF MST-OPEN-SW = "YES"
               MOVE PREV-WNO TO MST-WNO
               READ MSTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MST-WNAME TO LRP-W-WNAME
               END-READ
           END-IF
           WRITE RPTREC FROM NEWLINE
           WRITE RPTREC FROM LRP-WORKER-LINE.
       WORKER-LINE-END.

       LOAN-NAME-RTN.
           EVALUATE LRP-TYPE
               WHEN "SL"
                   MOVE "SALARY LOAN" TO LRP-NAME
               WHEN "CA"
                   MOVE "CASH ADVANCE" TO LRP-NAME
               WHEN "CD"
                   MOVE "COOP DUES" TO LRP-NAME
               WHEN OTHER
                   MOVE SPACES TO LRP-NAME
           END-EVALUATE.
       LOAN-NAME-END.

       ACTIVE-LOANS-RTN.
           IF LOAN-OPEN-SW = "YES"
               MOVE SPACES TO PREV-WNO
               MOVE "NO " TO LOAN-EOFSW
               MOVE LOW-VALUES TO LN-KEY
               START LOANFILE KEY IS NOT LESS THAN LN-KEY
                   INVALID KEY
                       MOVE "YES" TO LOAN-EOFSW
               END-START
               PERFORM UNTIL LOAN-EOFSW = "YES"
                   READ LOANFILE NEXT RECORD
                       AT END
                           MOVE "YES" TO LOAN-EOFSW
                       NOT AT END
                           IF LN-STATUS = "A"
                               ADD LN-BALANCE TO LRPT-OUTSTAND
                               IF RPT-PERNO = CUR-PERNO
                                  AND LN-LASTPER NOT = CUR-PERNO
                                   PERFORM MISSED-LOAN-RTN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       ACTIVE-LOANS-END.

       MISSED-LOAN-RTN.
           IF LRPT-MISSCNT = 0
               WRITE RPTREC FROM NEWLINE
               WRITE RPTREC FROM LRP-MISS-HD
           END-IF
           ADD 1 TO LRPT-MISSCNT
           IF LN-WNO NOT = PREV-WNO
               MOVE LN-WNO TO PREV-WNO
               PERFORM WORKER-LINE-RTN
           END-IF
           MOVE LN-TYPE TO LRP-TYPE
           PERFORM LOAN-NAME-RTN
           MOVE LN-BALANCE TO LRP-OPEN
           MOVE LN-AMORT TO LRP-AMORT
           MOVE 0 TO LRP-DED
           MOVE LN-BALANCE TO LRP-CLOSE
           MOVE "NOT DEDUCTED" TO LRP-NOTE
           WRITE RPTREC FROM LRP-LINE.
       MISSED-LOAN-END.

       PROVE-PAYDTL-RTN.
           IF RPT-PERNO = CUR-PERNO
               OPEN INPUT PAYDTLFILE
               IF PAYDTL-STATUS = "00"
                   MOVE "YES" TO PROOF-SW
               ELSE
                   MOVE "YES" TO PAYDTL-EOFSW
               END-IF
               PERFORM UNTIL PAYDTL-EOFSW = "YES"
                   READ PAYDTLFILE
                       AT END
                           MOVE "YES" TO PAYDTL-EOFSW
                       NOT AT END
                           IF PD-PERNO = RPT-PERNO
                               ADD PD-LOANDED TO LRPT-DTLTOT
                           END-IF
                   END-READ
               END-PERFORM
               IF PAYDTL-STATUS NOT = "35"
                   CLOSE PAYDTLFILE
               END-IF
           END-IF.
       PROVE-PAYDTL-END.

       FINISH-RTN.
           WRITE RPTREC FROM NEWLINE
           MOVE LRPT-DEDCNT TO LRP-TOT-DEDCNT
           MOVE LRPT-DEDTOT TO LRP-TOT-DED
           WRITE RPTREC FROM LRP-TOT1
           MOVE LRPT-OPENTOT TO LRP-TOT-OPEN
           MOVE LRPT-CLOSETOT TO LRP-TOT-CLOSE
           WRITE RPTREC FROM LRP-TOT2
           MOVE LRPT-CLOSEDCNT TO LRP-TOT-CLOSED
           MOVE LRPT-SHORTCNT TO LRP-TOT-SHORT
           MOVE LRPT-MISSCNT TO LRP-TOT-MISS
           WRITE RPTREC FROM LRP-TOT3
           MOVE LRPT-OUTSTAND TO LRP-TOT-OUTSTAND
           WRITE RPTREC FROM LRP-TOT4

           IF LRPT-MISSCNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           IF PROOF-SW = "YES"
               MOVE LRPT-DTLTOT TO LRP-PROOF-AMT
               IF LRPT-DTLTOT = LRPT-DEDTOT
                   MOVE "AGREES WITH LEDGER" TO LRP-PROOF-MSG
               ELSE
                   MOVE "*** DOES NOT AGREE WITH LEDGER"
                       TO LRP-PROOF-MSG
                   DISPLAY "LOAN LEDGER DOES NOT AGREE WITH "
                       "PAYDTL.txt - SEE LOANRPT.txt"
                   MOVE 8 TO RETURN-CODE
               END-IF
               WRITE RPTREC FROM NEWLINE
               WRITE RPTREC FROM LRP-PROOF-LINE
           END-IF

           IF MST-OPEN-SW = "YES"
               CLOSE MSTFILE
           END-IF
           IF LOAN-OPEN-SW = "YES"
               CLOSE LOANFILE
           END-IF
           CLOSE RPTFILE.
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
