       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
       AUTHOR. RHABI MENDOZA.
       INSTALLATION. PUP MAIN.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED. OCTOBER 15, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM RUNS AFTER PAYCALC.cob AND BUILDS THE
           PAYROLL COST DISTRIBUTION JOURNAL FOR THE GENERAL LEDGER FOR
           THE FINALIZED PERIOD ON PAYPERIOD.txt. THE ACCOUNT MAPPING
           TABLE GLMAP.txt CARRIES THREE RECORD TYPES - E (PROVINCE AND
           STATUS CODE TO A SALARY EXPENSE ACCOUNT), L (AGENCY CODE
           TAX/SSS/HLT TO A LIABILITY ACCOUNT, AND LNS TO THE EMPLOYEE
           LOANS RECEIVABLE ACCOUNT) AND C (THE NET PAY CLEARING
           ACCOUNT). GROSS PAY FROM THE REGISTER DETAIL FILE PAYDTL.txt
           IS DEBITED TO EXPENSE BY PROVINCE AND STATUS; EACH AGENCY'S
           WITHHOLDINGS ARE CREDITED TO ITS LIABILITY ACCOUNT, LOAN AND
           ADVANCE DEDUCTIONS TO LOANS RECEIVABLE AND NET PAY TO
           CLEARING. THE PROOF REPORT GLPROOF.txt LISTS EVERY LINE WITH
           DEBIT AND CREDIT TOTALS AND PROVES THEM AGAINST THE REGISTER
           CONTROL TOTALS ON PAYCTL.txt. THE JOURNAL FILE GLJRNL.txt
           (HEADER, LINES, TRAILER) IS RELEASED ONLY WHEN DEBITS EQUAL
           CREDITS, EVERY AMOUNT IS MAPPED TO AN ACCOUNT AND THE TOTALS
           AGREE WITH THE REGISTER; OTHERWISE IT IS LEFT EMPTY AND THE
           RUN ENDS WITH RETURN CODE 8.

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
           SELECT GLMAPFILE ASSIGN TO 'GLMAP.txt'
               FILE STATUS IS GLMAP-STATUS.
           SELECT JRNLFILE ASSIGN TO 'GLJRNL.txt'.
           SELECT PROOFFILE ASSIGN TO 'GLPROOF.txt'.

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

       FD GLMAPFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS GLMAP-REC.

       01 GLMAP-REC.
           05 GLM-TYPE-IN PIC A.
           05 GLM-KEY-IN PIC X(9).
           05 GLM-STATCD-IN PIC X(1).
           05 GLM-ACCT-IN PIC X(10).

       FD JRNLFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS JRNL-REC.

       01 JRNL-REC.
           05 FILLER PIC X(80).

       FD PROOFFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROOFREC.

       01 PROOFREC.
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

       01 GL-PARM PIC X(20) VALUE SPACES.

       01 TEMP-VALUES.
           05 PAYCTL-STATUS PIC X(2) VALUE "00".
           05 PAYDTL-STATUS PIC X(2) VALUE "00".
           05 GLMAP-STATUS PIC X(2) VALUE "00".
           05 PAYDTL-EOFSW PIC X(3) VALUE "NO ".
           05 GLMAP-EOFSW PIC X(3) VALUE "NO ".
           05 CTL-FOUND-SW PIC X(3) VALUE "NO ".
           05 DIST-FOUND-SW PIC X(3) VALUE "NO ".

       01 PERIOD-CONTROLS.
           05 PPFILE-STATUS PIC X(2) VALUE "00".
           05 LEDFILE-STATUS PIC X(2) VALUE "00".
           05 CUR-PERNO PIC 9(5) VALUE 0.
           05 CUR-STARTDT PIC X(8) VALUE SPACES.
           05 CUR-ENDDT PIC X(8) VALUE SPACES.
           05 LED-EOFSW PIC X(3) VALUE "NO ".
           05 PERIOD-PAID-SW PIC X(3) VALUE "NO ".

       01 GL-CONTROLS.
           05 GL-RUNDATE PIC X(8).
           05 GL-RUNTIME-RAW PIC X(8).
           05 GL-POSTDT PIC X(8).
           05 GL-DTLCNT PIC 9(5) VALUE 0.
           05 GL-TAXTOT PIC 9(9)V99 VALUE 0.
           05 GL-SSSTOT PIC 9(9)V99 VALUE 0.
           05 GL-HLTTOT PIC 9(9)V99 VALUE 0.
           05 GL-LOANTOT PIC 9(9)V99 VALUE 0.
           05 GL-NETTOT PIC 9(9)V99 VALUE 0.
           05 GL-GROSSTOT PIC 9(9)V99 VALUE 0.
           05 GL-DRTOT PIC 9(11)V99 VALUE 0.
           05 GL-CRTOT PIC 9(11)V99 VALUE 0.
           05 GL-UNMAPPED-CNT PIC 9(3) VALUE 0.
           05 GL-RELEASE-SW PIC X(3) VALUE "YES".
           05 CLEARING-ACCT PIC X(10) VALUE SPACES.
           05 GL-ACCT PIC X(10).
           05 GL-DRCR PIC X(2).
           05 GL-AMT PIC 9(9)V99.
           05 GL-DESC PIC X(30).
           05 GL-AGENCY PIC X(9).

       01 EXPMAP-TABLE.
           05 EXPMAP-ENTRY OCCURS 200 TIMES INDEXED BY EXP-IDX.
               10 EMAP-PNAME PIC X(9).
               10 EMAP-STATCD PIC X(1).
               10 EMAP-ACCT PIC X(10).
       01 EXPMAP-CNT PIC 999 VALUE 0.

       01 LIABMAP-TABLE.
           05 LIABMAP-ENTRY OCCURS 20 TIMES INDEXED BY LIAB-IDX.
               10 LMAP-KEY PIC X(9).
               10 LMAP-ACCT PIC X(10).
       01 LIABMAP-CNT PIC 99 VALUE 0.

       01 DIST-TABLE.
           05 DIST-ENTRY OCCURS 200 TIMES INDEXED BY DIST-IDX.
               10 DIST-PNAME PIC X(9).
               10 DIST-STATCD PIC X(1).
               10 DIST-AMT PIC 9(9)V99.
       01 DIST-CNT PIC 999 VALUE 0.

       01 JRNL-HDR.
           05 JH-TYPE PIC X(1) VALUE "H".
           05 JH-SOURCE PIC X(10) VALUE "PAYROLL".
           05 JH-PERNO PIC 9(5).
           05 JH-POSTDT PIC X(8).
           05 JH-CREATEDT PIC X(8).
           05 JH-CREATETM PIC X(6).
           05 FILLER PIC X(42) VALUE SPACES.

       01 JRNL-DTL.
           05 JD-TYPE PIC X(1) VALUE "D".
           05 JD-LINENO PIC 9(4) VALUE 0.
           05 JD-ACCT PIC X(10).
           05 JD-DRCR PIC X(2).
           05 JD-AMT PIC 9(9)V99.
           05 JD-DESC PIC X(30).
           05 FILLER PIC X(22) VALUE SPACES.

       01 JRNL-TRL.
           05 JT-TYPE PIC X(1) VALUE "T".
           05 JT-LINECNT PIC 9(4).
           05 JT-DRTOT PIC 9(11)V99.
           05 JT-CRTOT PIC 9(11)V99.
           05 FILLER PIC X(49) VALUE SPACES.

       01 PRF-HD1.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "CHIKA ULIT CORPORATION".
           05 FILLER PIC X(29) VALUE SPACES.

       01 PRF-HD2.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(35)
              VALUE "PAYROLL JOURNAL PROOF - PERIOD ".
           05 PRF-HD2-PERNO PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE "  POST: ".
           05 PRF-HD2-POSTDT PIC X(8).
           05 FILLER PIC X(9) VALUE SPACES.

       01 PRF-COLHD.
           05 FILLER PIC X(6) VALUE "LINE  ".
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(31) VALUE "DESCRIPTION".
           05 FILLER PIC X(15) VALUE "          DEBIT".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "         CREDIT".

       01 PRF-LINE.
           05 PRF-LINENO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-ACCT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-DESC PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PRF-DR PIC ZZZ,ZZZ,ZZ9.99BB.
           05 PRF-CR PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.

       01 PRF-TOT-LINE.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "TOTALS".
           05 PRF-TOT-DR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 PRF-TOT-CR PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 PRF-CTL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 PRF-CTL-DESC PIC X(30).
           05 FILLER PIC X(15) VALUE SPACES.
           05 PRF-CTL-JRNL PIC ZZZ,ZZZ,ZZ9.99BB.
           05 PRF-CTL-REG PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.

       01 PRF-CTL-HD.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(45) VALUE "PROOF AGAINST REGISTER".
           05 FILLER PIC X(16) VALUE "         JOURNAL".
           05 FILLER PIC X(15) VALUE "       REGISTER".

       01 PRF-MSG-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 PRF-MSG PIC X(60).
           05 FILLER PIC X(16) VALUE SPACES.

       01 PRF-UNMAP-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "*** NO ACCOUNT MAPPED: ".
           05 PRF-UNMAP-DESC PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRF-UNMAP-AMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE SPACES.

       01 NEWLINE PIC X(80) VALUE SPACES.

       01 JOBCTL-CONTROLS.
           05 JOBCTL-STATUS PIC X(2) VALUE "00".
           05 JOBCTL-EOFSW PIC X(3) VALUE "NO ".
           05 JOB-FORCE-SW PIC X(3) VALUE "NO ".
           05 JOB-FORCE-TALLY PIC 9(3) VALUE 0.
           05 JOB-OWN-NAME PIC X(10) VALUE "GLJRNL    ".
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
           ACCEPT GL-PARM FROM COMMAND-LINE.
           MOVE 0 TO JOB-FORCE-TALLY.
           INSPECT GL-PARM TALLYING JOB-FORCE-TALLY
               FOR ALL "FORCE".
           IF JOB-FORCE-TALLY > 0
               MOVE "YES" TO JOB-FORCE-SW
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
               DISPLAY "PAYPERIOD.txt MISSING - JOURNAL BUILT FOR "
                   "PERIOD ZERO"
           ELSE
               READ PPFILE
                   AT END
                       DISPLAY "PAYPERIOD.txt EMPTY - JOURNAL BUILT "
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
           ACCEPT GL-RUNDATE FROM DATE YYYYMMDD.
           ACCEPT GL-RUNTIME-RAW FROM TIME.
           IF CUR-ENDDT NUMERIC
               MOVE CUR-ENDDT TO GL-POSTDT
           ELSE
               MOVE GL-RUNDATE TO GL-POSTDT
           END-IF.

           PERFORM LOAD-GLMAP-RTN.

           OPEN INPUT PAYDTLFILE.
           IF PAYDTL-STATUS NOT = "00"
               DISPLAY "PAYDTL.txt NOT FOUND - RERUN PAYCALC.cob"
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-JOBCTL-RTN
               STOP RUN
           END-IF.
       INITIAL-END.

       LOAD-GLMAP-RTN.
           OPEN INPUT GLMAPFILE.
           IF GLMAP-STATUS NOT = "00"
               DISPLAY "GLMAP.txt NOT FOUND - NO AMOUNT CAN BE MAPPED, "
                   "JOURNAL WILL BE WITHHELD"
               MOVE "YES" TO GLMAP-EOFSW
           END-IF.
           PERFORM UNTIL GLMAP-EOFSW = "YES"
               READ GLMAPFILE
                   AT END
                       MOVE "YES" TO GLMAP-EOFSW
                   NOT AT END
                       PERFORM STORE-GLMAP-RTN
               END-READ
           END-PERFORM.
           IF GLMAP-STATUS NOT = "35"
               CLOSE GLMAPFILE
           END-IF.
       LOAD-GLMAP-END.

       STORE-GLMAP-RTN.
           EVALUATE GLM-TYPE-IN
               WHEN "E"
                   IF EXPMAP-CNT >= 200
                       DISPLAY "EXPMAP-TABLE FULL (200 ACCOUNTS) - "
                           "ENTRY IGNORED: " GLMAP-REC
                   ELSE
                       ADD 1 TO EXPMAP-CNT
                       MOVE GLM-KEY-IN TO EMAP-PNAME(EXPMAP-CNT)
                       MOVE GLM-STATCD-IN TO EMAP-STATCD(EXPMAP-CNT)
                       MOVE GLM-ACCT-IN TO EMAP-ACCT(EXPMAP-CNT)
                   END-IF
               WHEN "L"
                   IF LIABMAP-CNT >= 20
                       DISPLAY "LIABMAP-TABLE FULL (20 ACCOUNTS) - "
                           "ENTRY IGNORED: " GLMAP-REC
                   ELSE
                       ADD 1 TO LIABMAP-CNT
                       MOVE GLM-KEY-IN TO LMAP-KEY(LIABMAP-CNT)
                       MOVE GLM-ACCT-IN TO LMAP-ACCT(LIABMAP-CNT)
                   END-IF
               WHEN "C"
                   MOVE GLM-ACCT-IN TO CLEARING-ACCT
               WHEN OTHER
                   DISPLAY "UNKNOWN GLMAP RECORD TYPE - ENTRY "
                       "IGNORED: " GLMAP-REC
           END-EVALUATE.
       STORE-GLMAP-END.

       PROCESS-RTN.
           READ PAYDTLFILE
               AT END
                   MOVE "YES" TO PAYDTL-EOFSW
               NOT AT END
                   IF PD-PERNO NOT = CUR-PERNO
                       DISPLAY "PAYDTL.txt RECORD FOR PERIOD " PD-PERNO
                           " SKIPPED: " PD-WNO
                   ELSE
                       PERFORM ACCUMULATE-RTN
                   END-IF
           END-READ.
       PROCESS-END.

       ACCUMULATE-RTN.
           ADD 1 TO GL-DTLCNT
           ADD PD-GROSS TO GL-GROSSTOT
           ADD PD-TAX TO GL-TAXTOT
           ADD PD-SSS TO GL-SSSTOT
           ADD PD-HLTH TO GL-HLTTOT
           ADD PD-LOANDED TO GL-LOANTOT
           ADD PD-NET TO GL-NETTOT

           MOVE "NO " TO DIST-FOUND-SW
           PERFORM VARYING DIST-IDX FROM 1 BY 1
                   UNTIL DIST-IDX > DIST-CNT
                      OR DIST-FOUND-SW = "YES"
               IF DIST-PNAME(DIST-IDX) = PD-PROVCD
                  AND DIST-STATCD(DIST-IDX) = PD-STATCD
                   ADD PD-GROSS TO DIST-AMT(DIST-IDX)
                   MOVE "YES" TO DIST-FOUND-SW
               END-IF
           END-PERFORM
           IF DIST-FOUND-SW = "NO "
               IF DIST-CNT >= 200
                   DISPLAY "DIST-TABLE FULL (200 PROVINCE/STATUS) - "
                       "JOURNAL WILL BE WITHHELD: " PD-PROVCD
                       " " PD-STATCD
                   ADD 1 TO GL-UNMAPPED-CNT
               ELSE
                   ADD 1 TO DIST-CNT
                   MOVE PD-PROVCD TO DIST-PNAME(DIST-CNT)
                   MOVE PD-STATCD TO DIST-STATCD(DIST-CNT)
                   MOVE PD-GROSS TO DIST-AMT(DIST-CNT)
               END-IF
           END-IF.
       ACCUMULATE-END.

       FINISH-RTN.
           CLOSE PAYDTLFILE.
           OPEN OUTPUT JRNLFILE.
           OPEN OUTPUT PROOFFILE.

           MOVE CUR-PERNO TO JH-PERNO.
           MOVE GL-POSTDT TO JH-POSTDT.
           MOVE GL-RUNDATE TO JH-CREATEDT.
           MOVE GL-RUNTIME-RAW(1:6) TO JH-CREATETM.
           WRITE JRNL-REC FROM JRNL-HDR.

           WRITE PROOFREC FROM PRF-HD1.
           MOVE CUR-PERNO TO PRF-HD2-PERNO.
           MOVE GL-POSTDT TO PRF-HD2-POSTDT.
           WRITE PROOFREC FROM PRF-HD2.
           WRITE PROOFREC FROM NEWLINE.
           WRITE PROOFREC FROM PRF-COLHD.
           WRITE PROOFREC FROM NEWLINE.

           PERFORM VARYING DIST-IDX FROM 1 BY 1
                   UNTIL DIST-IDX > DIST-CNT
               PERFORM DEBIT-EXPENSE-RTN
           END-PERFORM.

           MOVE "TAX" TO GL-AGENCY
           MOVE GL-TAXTOT TO GL-AMT
           PERFORM CREDIT-LIABILITY-RTN.
           MOVE "SSS" TO GL-AGENCY
           MOVE GL-SSSTOT TO GL-AMT
           PERFORM CREDIT-LIABILITY-RTN.
           MOVE "HLT" TO GL-AGENCY
           MOVE GL-HLTTOT TO GL-AMT
           PERFORM CREDIT-LIABILITY-RTN.
           MOVE "LNS" TO GL-AGENCY
           MOVE GL-LOANTOT TO GL-AMT
           PERFORM CREDIT-LIABILITY-RTN.

           MOVE "NET PAY CLEARING" TO GL-DESC.
           MOVE GL-NETTOT TO GL-AMT.
           MOVE "CR" TO GL-DRCR.
           MOVE CLEARING-ACCT TO GL-ACCT.
           PERFORM POST-LINE-RTN.

           MOVE JD-LINENO TO JT-LINECNT.
           MOVE GL-DRTOT TO JT-DRTOT.
           MOVE GL-CRTOT TO JT-CRTOT.
           WRITE JRNL-REC FROM JRNL-TRL.

           WRITE PROOFREC FROM NEWLINE.
           MOVE GL-DRTOT TO PRF-TOT-DR.
           MOVE GL-CRTOT TO PRF-TOT-CR.
           WRITE PROOFREC FROM PRF-TOT-LINE.
           WRITE PROOFREC FROM NEWLINE.

           PERFORM PROVE-REGISTER-RTN.

           CLOSE JRNLFILE PROOFFILE.
           IF GL-RELEASE-SW = "NO "
               OPEN OUTPUT JRNLFILE
               CLOSE JRNLFILE
               MOVE 8 TO RETURN-CODE
           END-IF.
       FINISH-END.

       DEBIT-EXPENSE-RTN.
           MOVE SPACES TO GL-ACCT
           PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > EXPMAP-CNT
                      OR GL-ACCT NOT = SPACES
               IF EMAP-PNAME(EXP-IDX) = DIST-PNAME(DIST-IDX)
                  AND EMAP-STATCD(EXP-IDX) = DIST-STATCD(DIST-IDX)
                   MOVE EMAP-ACCT(EXP-IDX) TO GL-ACCT
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-DESC
           STRING "SALARIES " DELIMITED BY SIZE
                  DIST-PNAME(DIST-IDX) DELIMITED BY SPACE
                  " STATUS " DELIMITED BY SIZE
                  DIST-STATCD(DIST-IDX) DELIMITED BY SIZE
                  INTO GL-DESC
           END-STRING
           MOVE DIST-AMT(DIST-IDX) TO GL-AMT
           MOVE "DR" TO GL-DRCR
           PERFORM POST-LINE-RTN.
       DEBIT-EXPENSE-END.

       CREDIT-LIABILITY-RTN.
           MOVE SPACES TO GL-ACCT
           PERFORM VARYING LIAB-IDX FROM 1 BY 1
                   UNTIL LIAB-IDX > LIABMAP-CNT
                      OR GL-ACCT NOT = SPACES
               IF LMAP-KEY(LIAB-IDX) = GL-AGENCY
                   MOVE LMAP-ACCT(LIAB-IDX) TO GL-ACCT
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-DESC
           IF GL-AGENCY = "LNS"
               MOVE "EMPLOYEE LOANS RECOVERED" TO GL-DESC
           ELSE
               STRING GL-AGENCY DELIMITED BY SPACE
                      " WITHHELD PAYABLE" DELIMITED BY SIZE
                      INTO GL-DESC
               END-STRING
           END-IF
           MOVE "CR" TO GL-DRCR
           PERFORM POST-LINE-RTN.
       CREDIT-LIABILITY-END.

       POST-LINE-RTN.
           IF GL-AMT > 0
               IF GL-DRCR = "DR"
                   ADD GL-AMT TO GL-DRTOT
               ELSE
                   ADD GL-AMT TO GL-CRTOT
               END-IF
               IF GL-ACCT = SPACES
                   ADD 1 TO GL-UNMAPPED-CNT
                   MOVE GL-DESC TO PRF-UNMAP-DESC
                   MOVE GL-AMT TO PRF-UNMAP-AMT
                   WRITE PROOFREC FROM PRF-UNMAP-LINE
               ELSE
                   PERFORM WRITE-LINE-RTN
               END-IF
           END-IF.
       POST-LINE-END.

       WRITE-LINE-RTN.
           ADD 1 TO JD-LINENO
           MOVE GL-ACCT TO JD-ACCT
           MOVE GL-DRCR TO JD-DRCR
           MOVE GL-AMT TO JD-AMT
           MOVE GL-DESC TO JD-DESC
           WRITE JRNL-REC FROM JRNL-DTL

           MOVE JD-LINENO TO PRF-LINENO
           MOVE GL-ACCT TO PRF-ACCT
           MOVE GL-DESC TO PRF-DESC
           MOVE 0 TO PRF-DR
           MOVE 0 TO PRF-CR
           IF GL-DRCR = "DR"
               MOVE GL-AMT TO PRF-DR
           ELSE
               MOVE GL-AMT TO PRF-CR
           END-IF
           WRITE PROOFREC FROM PRF-LINE.
       WRITE-LINE-END.

       PROVE-REGISTER-RTN.
           WRITE PROOFREC FROM PRF-CTL-HD
           MOVE "WORKERS" TO PRF-CTL-DESC
           MOVE GL-DTLCNT TO PRF-CTL-JRNL
           MOVE PC-WORKCNT TO PRF-CTL-REG
           WRITE PROOFREC FROM PRF-CTL-LINE
           MOVE "GROSS PAY (EXPENSE DEBITS)" TO PRF-CTL-DESC
           MOVE GL-GROSSTOT TO PRF-CTL-JRNL
           MOVE PC-GROSS TO PRF-CTL-REG
           WRITE PROOFREC FROM PRF-CTL-LINE
           MOVE "DEDUCTIONS (LIABILITY CREDITS)" TO PRF-CTL-DESC
           COMPUTE PRF-CTL-JRNL = GL-TAXTOT + GL-SSSTOT + GL-HLTTOT
               + GL-LOANTOT
           MOVE PC-DEDTOT TO PRF-CTL-REG
           WRITE PROOFREC FROM PRF-CTL-LINE
           MOVE "NET PAY (CLEARING CREDIT)" TO PRF-CTL-DESC
           MOVE GL-NETTOT TO PRF-CTL-JRNL
           MOVE PC-NET TO PRF-CTL-REG
           WRITE PROOFREC FROM PRF-CTL-LINE
           WRITE PROOFREC FROM NEWLINE

           IF GL-DRTOT NOT = GL-CRTOT
               MOVE "NO " TO GL-RELEASE-SW
               MOVE "*** DEBITS DO NOT EQUAL CREDITS." TO PRF-MSG
               WRITE PROOFREC FROM PRF-MSG-LINE
           END-IF
           IF GL-UNMAPPED-CNT > 0
               MOVE "NO " TO GL-RELEASE-SW
               MOVE "*** AMOUNTS WITH NO ACCOUNT ON GLMAP.txt."
                   TO PRF-MSG
               WRITE PROOFREC FROM PRF-MSG-LINE
           END-IF
           IF GL-DTLCNT NOT = PC-WORKCNT
              OR GL-GROSSTOT NOT = PC-GROSS
              OR GL-NETTOT NOT = PC-NET
              OR GL-TAXTOT + GL-SSSTOT + GL-HLTTOT + GL-LOANTOT
                 NOT = PC-DEDTOT
               MOVE "NO " TO GL-RELEASE-SW
               MOVE "*** JOURNAL DOES NOT AGREE WITH THE REGISTER."
                   TO PRF-MSG
               WRITE PROOFREC FROM PRF-MSG-LINE
           END-IF

           IF GL-RELEASE-SW = "NO "
               MOVE "*** JOURNAL WITHHELD - GLJRNL.txt NOT RELEASED."
                   TO PRF-MSG
               WRITE PROOFREC FROM PRF-MSG-LINE
               DISPLAY "PAYROLL JOURNAL OUT OF BALANCE OR UNMAPPED - "
                   "GLJRNL.txt WITHHELD, SEE GLPROOF.txt"
           ELSE
               MOVE "JOURNAL IN BALANCE - GLJRNL.txt RELEASED."
                   TO PRF-MSG
               WRITE PROOFREC FROM PRF-MSG-LINE
           END-IF.
       PROVE-REGISTER-END.

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
