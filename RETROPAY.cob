       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
       AUTHOR. RHABI MENDOZA.
       INSTALLATION. PUP MAIN.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED. OCTOBER 15, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM WORKS OUT RETROACTIVE PAY FOR BACKDATED
           STATUS CHANGES. IT READS THE CHANGE HISTORY WORKERMNT.cob
           KEEPS ON WORKERHIST.txt AND PICKS UP EVERY CHANGE OF STATUS
           CODE WHOSE EFFECTIVE DATE IS EARLIER THAN THE DATE IT WAS
           KEYED, RECORDED SINCE THE LAST RUN (THE LAST HISTORY DATE
           AND TIME PROCESSED ARE KEPT ON RETROCTL.txt). THE PERIODS
           ALREADY PAID ARE TAKEN FROM THE PAID LEDGER PAIDLEDGER.txt
           WITH THEIR START AND END DATES, AND WHAT EACH WORKER WAS
           PAID IN EACH PERIOD FROM THE PAY HISTORY PAYHIST.txt
           WRITTEN BY PAYCALC.cob (THE LATEST RUN FOR A PERIOD WINS).
           EVERY PAID PERIOD ENDING ON OR AFTER THE EFFECTIVE DATE
           THAT WAS PRICED AT THE OLD STATUS IS REPRICED AT THE RATE
           DIFFERENCE BETWEEN THE NEW AND OLD STATUS FROM RATETAB.txt
           (STATUS RATE PLUS PROVINCE DIFFERENTIAL), APPLIED TO THE
           PREMIUM-WEIGHTED HOURS PAID AND PRORATED BY CALENDAR DAYS
           WHEN THE CHANGE TOOK EFFECT PART WAY THROUGH THE PERIOD. AN
           UPGRADE GIVES AN EARNINGS ADJUSTMENT AND A DOWNGRADE A
           DEDUCTION ADJUSTMENT; BOTH ARE ADDED TO RETROADJ.txt FOR THE
           CURRENT PERIOD ON PAYPERIOD.txt, WHERE PAYCALC.cob PRICES
           THEM ONTO THE NEXT REGISTER. THE CURRENT PERIOD MUST NOT BE
           ON THE PAID LEDGER YET. THE WORKINGS ARE LISTED ON
           RETRORPT.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ACER.
       OBJECT-COMPUTER. ACER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPFILE ASSIGN TO 'PAYPERIOD.txt'
               FILE STATUS IS PPFILE-STATUS.
           SELECT LEDFILE ASSIGN TO 'PAIDLEDGER.txt'
               FILE STATUS IS LEDFILE-STATUS.
           SELECT RATEFILE ASSIGN TO 'RATETAB.txt'.
           SELECT HISTFILE ASSIGN TO 'WORKERHIST.txt'
               FILE STATUS IS HISTFILE-STATUS.
           SELECT PAYHISTFILE ASSIGN TO 'PAYHIST.txt'
               FILE STATUS IS PAYHIST-STATUS.
           SELECT RETROCTLFILE ASSIGN TO 'RETROCTL.txt'
               FILE STATUS IS RETROCTL-STATUS.
           SELECT RETROFILE ASSIGN TO 'RETROADJ.txt'
               FILE STATUS IS RETRO-STATUS.
           SELECT RPTFILE ASSIGN TO 'RETRORPT.txt'.

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

       FD RATEFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS RATE-REC.

       01 RATE-REC.
           05 RATE-TYPE-IN PIC A.
           05 RATE-KEY-IN PIC X(9).
           05 RATE-AMT-IN PIC 9(4)V99.

       FD HISTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS HIST-REC.

       01 HIST-REC.
           05 WH-DATE PIC X(8).
           05 WH-TIME PIC X(6).
           05 WH-ACTION PIC X(6).
           05 WH-WNO PIC X(7).
           05 WH-OLD-PROVCD PIC A.
           05 WH-OLD-WNAME PIC X(25).
           05 WH-OLD-STATCD PIC A.
           05 WH-NEW-PROVCD PIC A.
           05 WH-NEW-WNAME PIC X(25).
           05 WH-NEW-STATCD PIC A.
           05 WH-EFFDT PIC X(8).

       FD PAYHISTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 164 CHARACTERS
           DATA RECORD IS PAYHIST-REC.

       01 PAYHIST-REC.
           05 PH-PERNO PIC 9(5).
           05 PH-WNO PIC X(7).
           05 PH-PROVCD PIC X(9).
           05 PH-STATCD PIC X(1).
           05 PH-RATE PIC 9(4)V99.
           05 PH-REGHRS PIC 9(3)V9.
           05 PH-OTHRS PIC 9(3)V9.
           05 PH-RDHRS PIC 9(3)V9.
           05 PH-HOLHRS PIC 9(3)V9.
           05 PH-REGAMT PIC 9(8)V99.
           05 PH-OTAMT PIC 9(8)V99.
           05 PH-RDAMT PIC 9(8)V99.
           05 PH-HOLAMT PIC 9(8)V99.
           05 PH-GROSS PIC 9(8)V99.
           05 PH-TAX PIC 9(8)V99.
           05 PH-SSS PIC 9(8)V99.
           05 PH-HLTH PIC 9(8)V99.
           05 PH-NET PIC 9(8)V99.
           05 PH-ADJERN PIC 9(8)V99.
           05 PH-ADJDED PIC 9(8)V99.
           05 PH-LOANDED PIC 9(8)V99.

       FD RETROCTLFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS RETROCTL-REC.

       01 RETROCTL-REC.
           05 RC-LASTDATE PIC X(8).
           05 RC-LASTTIME PIC X(6).

       FD RETROFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS RETRO-REC.

       01 RETRO-REC.
           05 RA-PERNO PIC 9(5).
           05 RA-WNO PIC X(7).
           05 RA-TYPE PIC X(1).
           05 RA-CODE PIC X(6).
           05 RA-AMT PIC 9(8)V99.
           05 RA-DESC PIC X(25).

       FD RPTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RPTREC.

       01 RPTREC.
           05 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 TEMP-VALUES.
           05 HISTFILE-STATUS PIC X(2) VALUE "00".
           05 PAYHIST-STATUS PIC X(2) VALUE "00".
           05 RETROCTL-STATUS PIC X(2) VALUE "00".
           05 RETRO-STATUS PIC X(2) VALUE "00".
           05 RATE-EOFSW PIC X(3) VALUE "NO ".
           05 HIST-EOFSW PIC X(3) VALUE "NO ".
           05 PAYHIST-EOFSW PIC X(3) VALUE "NO ".
           05 FOUND-SW PIC X(3) VALUE "NO ".

       01 PERIOD-CONTROLS.
           05 PPFILE-STATUS PIC X(2) VALUE "00".
           05 LEDFILE-STATUS PIC X(2) VALUE "00".
           05 CUR-PERNO PIC 9(5) VALUE 0.
           05 LED-EOFSW PIC X(3) VALUE "NO ".
           05 PERIOD-PAID-SW PIC X(3) VALUE "NO ".

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

       01 PAIDPER-TABLE.
           05 PAIDPER-ENTRY OCCURS 500 TIMES INDEXED BY PER-IDX.
               10 PPER-PERNO PIC 9(5).
               10 PPER-STARTDT PIC X(8).
               10 PPER-ENDDT PIC X(8).
       01 PAIDPER-CNT PIC 999 VALUE 0.

       01 STATCHG-TABLE.
           05 STATCHG-ENTRY OCCURS 1000 TIMES INDEXED BY CHG-IDX.
               10 SCHG-WNO PIC X(7).
               10 SCHG-OLDSTAT PIC A.
               10 SCHG-NEWSTAT PIC A.
               10 SCHG-EFFDT PIC X(8).
               10 SCHG-KEYDT PIC X(8).
       01 STATCHG-CNT PIC 9(4) VALUE 0.

       01 WORKPAY-TABLE.
           05 WORKPAY-ENTRY OCCURS 5000 TIMES INDEXED BY PAY-IDX.
               10 WPAY-WNO PIC X(7).
               10 WPAY-PERNO PIC 9(5).
               10 WPAY-PROVCD PIC X(9).
               10 WPAY-STATCD PIC X(1).
               10 WPAY-REGHRS PIC 9(3)V9.
               10 WPAY-OTHRS PIC 9(3)V9.
               10 WPAY-RDHRS PIC 9(3)V9.
               10 WPAY-HOLHRS PIC 9(3)V9.
       01 WORKPAY-CNT PIC 9(4) VALUE 0.

       01 RETRO-CONTROLS.
           05 LAST-STAMP.
               10 LAST-DATE PIC X(8) VALUE SPACES.
               10 LAST-TIME PIC X(6) VALUE SPACES.
           05 HIGH-STAMP.
               10 HIGH-DATE PIC X(8) VALUE SPACES.
               10 HIGH-TIME PIC X(6) VALUE SPACES.
           05 HIST-STAMP.
               10 HSTAMP-DATE PIC X(8).
               10 HSTAMP-TIME PIC X(6).
           05 RETRO-RUNDATE PIC X(8).
           05 WORK-PROVCD PIC X(9).
           05 WORK-STATCD PIC A.
           05 WORK-RATE PIC 9(4)V99 VALUE 0.
           05 RATE-FOUND-SW PIC X(3) VALUE "NO ".
           05 OLD-RATE PIC 9(4)V99 VALUE 0.
           05 NEW-RATE PIC 9(4)V99 VALUE 0.
           05 RATE-DIFF PIC S9(4)V99 VALUE 0.
           05 EQ-HRS PIC 9(5)V9999 VALUE 0.
           05 FROM-DATE PIC X(8).
           05 FROM-DATE-N PIC 9(8) VALUE 0.
           05 START-DATE-N PIC 9(8) VALUE 0.
           05 END-DATE-N PIC 9(8) VALUE 0.
           05 PERIOD-DAYS PIC 9(5) VALUE 0.
           05 AFFECT-DAYS PIC 9(5) VALUE 0.
           05 RETRO-AMT PIC S9(8)V99 VALUE 0.
           05 RETRO-HISTCNT PIC 9(5) VALUE 0.
           05 RETRO-CHGCNT PIC 9(5) VALUE 0.
           05 RETRO-ADJCNT PIC 9(5) VALUE 0.
           05 RETRO-SKIPCNT PIC 9(5) VALUE 0.
           05 RETRO-ERNTOT PIC 9(9)V99 VALUE 0.
           05 RETRO-DEDTOT PIC 9(9)V99 VALUE 0.

       01 RPT-HD1.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "CHIKA ULIT CORPORATION".
           05 FILLER PIC X(29) VALUE SPACES.

       01 RPT-HD2.
           05 FILLER PIC X(18) VALUE SPACES.
           05 FILLER PIC X(37)
              VALUE "RETROACTIVE PAY - FOR PAYMENT PERIOD ".
           05 RPT-HD2-PERNO PIC ZZZZ9.
           05 FILLER PIC X(20) VALUE SPACES.

       01 RPT-HD3.
           05 FILLER PIC X(31) VALUE "CHANGES SINCE HISTORY STAMP:  ".
           05 RPT-HD3-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RPT-HD3-TIME PIC X(6).
           05 FILLER PIC X(34) VALUE SPACES.

       01 RPT-COLHD.
           05 FILLER PIC X(9) VALUE "WORKER".
           05 FILLER PIC X(7) VALUE "PERIOD".
           05 FILLER PIC X(6) VALUE "STAT".
           05 FILLER PIC X(10) VALUE "EFFECTIVE".
           05 FILLER PIC X(8) VALUE "DAYS".
           05 FILLER PIC X(9) VALUE "  EQ HRS".
           05 FILLER PIC X(9) VALUE " OLD RATE".
           05 FILLER PIC X(9) VALUE " NEW RATE".
           05 FILLER PIC X(13) VALUE "       AMOUNT".

       01 RPT-LINE.
           05 RPT-WNO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-PERNO PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-OLDSTAT PIC A.
           05 FILLER PIC X(1) VALUE ">".
           05 RPT-NEWSTAT PIC A.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-EFFDT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-AFFDAYS PIC ZZ9.
           05 FILLER PIC X(1) VALUE "/".
           05 RPT-PERDAYS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RPT-EQHRS PIC ZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-OLDRATE PIC Z,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RPT-NEWRATE PIC Z,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RPT-AMT PIC Z,ZZZ,ZZ9.99-.

       01 RPT-SKIP-LINE.
           05 RPT-SKIP-WNO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-SKIP-PERNO PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "*** ".
           05 RPT-SKIP-MSG PIC X(40).
           05 FILLER PIC X(20) VALUE SPACES.

       01 RPT-TOT1.
           05 FILLER PIC X(26) VALUE "HISTORY RECORDS READ:     ".
           05 RPT-HISTCNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "BACKDATED STATUS CHANGES: ".
           05 RPT-CHGCNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE SPACES.

       01 RPT-TOT2.
           05 FILLER PIC X(26) VALUE "ADJUSTMENTS WRITTEN:      ".
           05 RPT-ADJCNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "PERIODS SKIPPED:          ".
           05 RPT-SKIPCNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE SPACES.

       01 RPT-TOT3.
           05 FILLER PIC X(26) VALUE "RETRO EARNINGS:           ".
           05 RPT-ERNTOT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "RETRO DEDUCTIONS: ".
           05 RPT-DEDTOT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.

       01 NEWLINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-PERIOD-RTN.
           PERFORM LOAD-LEDGER-RTN.
           PERFORM INITIAL-RTN.
           PERFORM LOAD-HISTORY-RTN.
           PERFORM LOAD-PAYHIST-RTN.
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > STATCHG-CNT
               PERFORM REPRICE-CHANGE-RTN
           END-PERFORM.
           PERFORM FINISH-RTN.
           STOP RUN.

       LOAD-PERIOD-RTN.
           OPEN INPUT PPFILE.
           IF PPFILE-STATUS NOT = "00"
               DISPLAY "PAYPERIOD.txt MISSING - RETRO PAY CANNOT BE "
                   "TARGETED. RUN REFUSED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PPFILE
               AT END
                   DISPLAY "PAYPERIOD.txt EMPTY - RETRO PAY CANNOT BE "
                       "TARGETED. RUN REFUSED."
                   MOVE 16 TO RETURN-CODE
                   CLOSE PPFILE
                   STOP RUN
               NOT AT END
                   MOVE PP-PERNO TO CUR-PERNO
           END-READ.
           CLOSE PPFILE.
       LOAD-PERIOD-END.

       LOAD-LEDGER-RTN.
           OPEN INPUT LEDFILE.
           IF LEDFILE-STATUS NOT = "00"
               MOVE "YES" TO LED-EOFSW
           END-IF.
           PERFORM UNTIL LED-EOFSW = "YES"
               READ LEDFILE
                   AT END
                       MOVE "YES" TO LED-EOFSW
                   NOT AT END
                       PERFORM STORE-PERIOD-RTN
               END-READ
           END-PERFORM.
           IF LEDFILE-STATUS NOT = "35"
               CLOSE LEDFILE
           END-IF.

           IF PERIOD-PAID-SW = "YES"
               DISPLAY "PERIOD " CUR-PERNO " ALREADY ON PAID LEDGER - "
                   "ADVANCE PAYPERIOD.txt TO THE NEXT PERIOD BEFORE "
                   "RUNNING RETRO PAY. RUN REFUSED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       LOAD-LEDGER-END.

       STORE-PERIOD-RTN.
           IF LED-PERNO = CUR-PERNO
               MOVE "YES" TO PERIOD-PAID-SW
           END-IF
           MOVE "NO " TO FOUND-SW
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > PAIDPER-CNT
                      OR FOUND-SW = "YES"
               IF PPER-PERNO(PER-IDX) = LED-PERNO
                   MOVE LED-STARTDT TO PPER-STARTDT(PER-IDX)
                   MOVE LED-ENDDT TO PPER-ENDDT(PER-IDX)
                   MOVE "YES" TO FOUND-SW
               END-IF
           END-PERFORM
           IF FOUND-SW = "NO "
               IF PAIDPER-CNT >= 500
                   DISPLAY "PAIDPER-TABLE FULL (500 PERIODS) - "
                       "ENTRY IGNORED: " LED-REC
               ELSE
                   ADD 1 TO PAIDPER-CNT
                   MOVE LED-PERNO TO PPER-PERNO(PAIDPER-CNT)
                   MOVE LED-STARTDT TO PPER-STARTDT(PAIDPER-CNT)
                   MOVE LED-ENDDT TO PPER-ENDDT(PAIDPER-CNT)
               END-IF
           END-IF.
       STORE-PERIOD-END.

       INITIAL-RTN.
           ACCEPT RETRO-RUNDATE FROM DATE YYYYMMDD.

           OPEN INPUT RETROCTLFILE.
           IF RETROCTL-STATUS = "00"
               READ RETROCTLFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-LASTDATE TO LAST-DATE
                       MOVE RC-LASTTIME TO LAST-TIME
               END-READ
               CLOSE RETROCTLFILE
           ELSE
               DISPLAY "RETROCTL.txt NOT FOUND - ALL HISTORY ON FILE "
                   "IS EXAMINED"
           END-IF.
           MOVE LAST-STAMP TO HIGH-STAMP.

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

           OPEN EXTEND RETROFILE.
           IF RETRO-STATUS NOT = "00"
               OPEN OUTPUT RETROFILE
           END-IF.
           OPEN OUTPUT RPTFILE.

           WRITE RPTREC FROM RPT-HD1.
           MOVE CUR-PERNO TO RPT-HD2-PERNO.
           WRITE RPTREC FROM RPT-HD2.
           MOVE LAST-DATE TO RPT-HD3-DATE.
           MOVE LAST-TIME TO RPT-HD3-TIME.
           WRITE RPTREC FROM RPT-HD3.
           WRITE RPTREC FROM NEWLINE.
           WRITE RPTREC FROM RPT-COLHD.
           WRITE RPTREC FROM NEWLINE.
       INITIAL-END.

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

       LOAD-HISTORY-RTN.
           OPEN INPUT HISTFILE.
           IF HISTFILE-STATUS NOT = "00"
               DISPLAY "WORKERHIST.txt NOT FOUND - NO CHANGES TO "
                   "EXAMINE"
               MOVE "YES" TO HIST-EOFSW
           END-IF.
           PERFORM UNTIL HIST-EOFSW = "YES"
               READ HISTFILE
                   AT END
                       MOVE "YES" TO HIST-EOFSW
                   NOT AT END
                       PERFORM SELECT-CHANGE-RTN
               END-READ
           END-PERFORM.
           IF HISTFILE-STATUS NOT = "35"
               CLOSE HISTFILE
           END-IF.
       LOAD-HISTORY-END.

       SELECT-CHANGE-RTN.
           MOVE WH-DATE TO HSTAMP-DATE
           MOVE WH-TIME TO HSTAMP-TIME
           IF HIST-STAMP > LAST-STAMP
               ADD 1 TO RETRO-HISTCNT
               IF HIST-STAMP > HIGH-STAMP
                   MOVE HIST-STAMP TO HIGH-STAMP
               END-IF
               IF WH-ACTION = "CHANGE"
                  AND WH-OLD-STATCD NOT = WH-NEW-STATCD
                  AND WH-EFFDT NUMERIC
                  AND WH-EFFDT < WH-DATE
                   PERFORM STORE-CHANGE-RTN
               END-IF
           END-IF.
       SELECT-CHANGE-END.

       STORE-CHANGE-RTN.
           ADD 1 TO RETRO-CHGCNT
           IF STATCHG-CNT >= 1000
               DISPLAY "STATCHG-TABLE FULL (1000 CHANGES) - "
                   "ENTRY IGNORED: " WH-WNO " " WH-EFFDT
           ELSE
               ADD 1 TO STATCHG-CNT
               MOVE WH-WNO TO SCHG-WNO(STATCHG-CNT)
               MOVE WH-OLD-STATCD TO SCHG-OLDSTAT(STATCHG-CNT)
               MOVE WH-NEW-STATCD TO SCHG-NEWSTAT(STATCHG-CNT)
               MOVE WH-EFFDT TO SCHG-EFFDT(STATCHG-CNT)
               MOVE WH-DATE TO SCHG-KEYDT(STATCHG-CNT)
           END-IF.
       STORE-CHANGE-END.

       LOAD-PAYHIST-RTN.
           IF STATCHG-CNT = 0
               MOVE "YES" TO PAYHIST-EOFSW
           ELSE
               OPEN INPUT PAYHISTFILE
               IF PAYHIST-STATUS NOT = "00"
                   DISPLAY "PAYHIST.txt NOT FOUND - NO PAID PERIODS "
                       "TO REPRICE"
                   MOVE "YES" TO PAYHIST-EOFSW
               END-IF
           END-IF.
           PERFORM UNTIL PAYHIST-EOFSW = "YES"
               READ PAYHISTFILE
                   AT END
                       MOVE "YES" TO PAYHIST-EOFSW
                   NOT AT END
                       PERFORM SELECT-PAYHIST-RTN
               END-READ
           END-PERFORM.
           IF STATCHG-CNT > 0 AND PAYHIST-STATUS NOT = "35"
               CLOSE PAYHISTFILE
           END-IF.
       LOAD-PAYHIST-END.

       SELECT-PAYHIST-RTN.
           MOVE "NO " TO FOUND-SW
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > STATCHG-CNT
                      OR FOUND-SW = "YES"
               IF SCHG-WNO(CHG-IDX) = PH-WNO
                   MOVE "YES" TO FOUND-SW
               END-IF
           END-PERFORM
           IF FOUND-SW = "YES" AND PH-PERNO NOT = CUR-PERNO
               MOVE "NO " TO FOUND-SW
               PERFORM VARYING PAY-IDX FROM 1 BY 1
                       UNTIL PAY-IDX > WORKPAY-CNT
                          OR FOUND-SW = "YES"
                   IF WPAY-WNO(PAY-IDX) = PH-WNO
                      AND WPAY-PERNO(PAY-IDX) = PH-PERNO
                       MOVE "YES" TO FOUND-SW
                       PERFORM MOVE-PAYHIST-RTN
                   END-IF
               END-PERFORM
               IF FOUND-SW = "NO "
                   IF WORKPAY-CNT >= 5000
                       DISPLAY "WORKPAY-TABLE FULL (5000 PERIODS) - "
                           "ENTRY IGNORED: " PH-WNO " " PH-PERNO
                   ELSE
                       ADD 1 TO WORKPAY-CNT
                       SET PAY-IDX TO WORKPAY-CNT
                       PERFORM MOVE-PAYHIST-RTN
                   END-IF
               END-IF
           END-IF.
       SELECT-PAYHIST-END.

       MOVE-PAYHIST-RTN.
           MOVE PH-WNO TO WPAY-WNO(PAY-IDX)
           MOVE PH-PERNO TO WPAY-PERNO(PAY-IDX)
           MOVE PH-PROVCD TO WPAY-PROVCD(PAY-IDX)
           MOVE PH-STATCD TO WPAY-STATCD(PAY-IDX)
           MOVE PH-REGHRS TO WPAY-REGHRS(PAY-IDX)
           MOVE PH-OTHRS TO WPAY-OTHRS(PAY-IDX)
           MOVE PH-RDHRS TO WPAY-RDHRS(PAY-IDX)
           MOVE PH-HOLHRS TO WPAY-HOLHRS(PAY-IDX).
       MOVE-PAYHIST-END.

       REPRICE-CHANGE-RTN.
           PERFORM VARYING PAY-IDX FROM 1 BY 1
                   UNTIL PAY-IDX > WORKPAY-CNT
               IF WPAY-WNO(PAY-IDX) = SCHG-WNO(CHG-IDX)
                  AND WPAY-STATCD(PAY-IDX) = SCHG-OLDSTAT(CHG-IDX)
                   PERFORM REPRICE-PERIOD-RTN
               END-IF
           END-PERFORM.
       REPRICE-CHANGE-END.

       REPRICE-PERIOD-RTN.
           MOVE "NO " TO FOUND-SW
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > PAIDPER-CNT
                      OR FOUND-SW = "YES"
               IF PPER-PERNO(PER-IDX) = WPAY-PERNO(PAY-IDX)
                   MOVE "YES" TO FOUND-SW
               END-IF
           END-PERFORM
           IF FOUND-SW = "NO "
               MOVE "PERIOD NOT ON PAID LEDGER" TO RPT-SKIP-MSG
               PERFORM WRITE-SKIP-RTN
           ELSE
               SET PER-IDX DOWN BY 1
               IF PPER-STARTDT(PER-IDX) NOT NUMERIC
                  OR PPER-ENDDT(PER-IDX) NOT NUMERIC
                   MOVE "PERIOD DATES NOT ON PAID LEDGER"
                       TO RPT-SKIP-MSG
                   PERFORM WRITE-SKIP-RTN
               ELSE
                   IF PPER-ENDDT(PER-IDX) NOT < SCHG-EFFDT(CHG-IDX)
                       PERFORM COMPUTE-RETRO-RTN
                   END-IF
               END-IF
           END-IF.
       REPRICE-PERIOD-END.

       COMPUTE-RETRO-RTN.
           MOVE WPAY-PROVCD(PAY-IDX) TO WORK-PROVCD
           MOVE SCHG-OLDSTAT(CHG-IDX) TO WORK-STATCD
           PERFORM RATE-LOOKUP-RTN
           MOVE WORK-RATE TO OLD-RATE
           IF RATE-FOUND-SW = "YES"
               MOVE SCHG-NEWSTAT(CHG-IDX) TO WORK-STATCD
               PERFORM RATE-LOOKUP-RTN
               MOVE WORK-RATE TO NEW-RATE
           END-IF
           IF RATE-FOUND-SW = "NO "
               MOVE "NO RATE FOR OLD OR NEW STATUS" TO RPT-SKIP-MSG
               PERFORM WRITE-SKIP-RTN
           ELSE
               IF SCHG-EFFDT(CHG-IDX) > PPER-STARTDT(PER-IDX)
                   MOVE SCHG-EFFDT(CHG-IDX) TO FROM-DATE
               ELSE
                   MOVE PPER-STARTDT(PER-IDX) TO FROM-DATE
               END-IF
               MOVE FROM-DATE TO FROM-DATE-N
               MOVE PPER-STARTDT(PER-IDX) TO START-DATE-N
               MOVE PPER-ENDDT(PER-IDX) TO END-DATE-N
               COMPUTE PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE(END-DATE-N)
                   - FUNCTION INTEGER-OF-DATE(START-DATE-N) + 1
               COMPUTE AFFECT-DAYS =
                   FUNCTION INTEGER-OF-DATE(END-DATE-N)
                   - FUNCTION INTEGER-OF-DATE(FROM-DATE-N) + 1
               COMPUTE EQ-HRS =
                   WPAY-REGHRS(PAY-IDX) * PREM-REG
                   + WPAY-OTHRS(PAY-IDX) * PREM-OT
                   + WPAY-RDHRS(PAY-IDX) * PREM-RD
                   + WPAY-HOLHRS(PAY-IDX) * PREM-HOL
               COMPUTE RATE-DIFF = NEW-RATE - OLD-RATE
               COMPUTE RETRO-AMT ROUNDED =
                   RATE-DIFF * EQ-HRS * AFFECT-DAYS / PERIOD-DAYS
               IF RETRO-AMT NOT = 0
                   PERFORM WRITE-RETRO-RTN
               END-IF
           END-IF.
       COMPUTE-RETRO-END.

       RATE-LOOKUP-RTN.
           MOVE "NO " TO RATE-FOUND-SW
           MOVE 0 TO WORK-RATE
           PERFORM VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > STATRATE-CNT
                      OR RATE-FOUND-SW = "YES"
               IF SRATE-STATCD(STAT-IDX) = WORK-STATCD
                   MOVE SRATE-AMT(STAT-IDX) TO WORK-RATE
                   MOVE "YES" TO RATE-FOUND-SW
               END-IF
           END-PERFORM
           IF RATE-FOUND-SW = "YES"
               PERFORM VARYING DIFF-IDX FROM 1 BY 1
                       UNTIL DIFF-IDX > PROVDIFF-CNT
                   IF PDIFF-PNAME(DIFF-IDX) = WORK-PROVCD
                       ADD PDIFF-AMT(DIFF-IDX) TO WORK-RATE
                   END-IF
               END-PERFORM
           END-IF.
       RATE-LOOKUP-END.

       WRITE-RETRO-RTN.
           MOVE CUR-PERNO TO RA-PERNO
           MOVE SCHG-WNO(CHG-IDX) TO RA-WNO
           MOVE "RETRO" TO RA-CODE
           IF RETRO-AMT > 0
               MOVE "E" TO RA-TYPE
               MOVE RETRO-AMT TO RA-AMT
               ADD RA-AMT TO RETRO-ERNTOT
           ELSE
               MOVE "D" TO RA-TYPE
               COMPUTE RA-AMT = 0 - RETRO-AMT
               ADD RA-AMT TO RETRO-DEDTOT
           END-IF
           MOVE SPACES TO RA-DESC
           STRING "RETRO PER " DELIMITED BY SIZE
                  WPAY-PERNO(PAY-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SCHG-OLDSTAT(CHG-IDX) DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  SCHG-NEWSTAT(CHG-IDX) DELIMITED BY SIZE
                  INTO RA-DESC
           END-STRING
           WRITE RETRO-REC
           ADD 1 TO RETRO-ADJCNT

           MOVE SCHG-WNO(CHG-IDX) TO RPT-WNO
           MOVE WPAY-PERNO(PAY-IDX) TO RPT-PERNO
           MOVE SCHG-OLDSTAT(CHG-IDX) TO RPT-OLDSTAT
           MOVE SCHG-NEWSTAT(CHG-IDX) TO RPT-NEWSTAT
           MOVE SCHG-EFFDT(CHG-IDX) TO RPT-EFFDT
           MOVE AFFECT-DAYS TO RPT-AFFDAYS
           MOVE PERIOD-DAYS TO RPT-PERDAYS
           MOVE EQ-HRS TO RPT-EQHRS
           MOVE OLD-RATE TO RPT-OLDRATE
           MOVE NEW-RATE TO RPT-NEWRATE
           MOVE RETRO-AMT TO RPT-AMT
           WRITE RPTREC FROM RPT-LINE.
       WRITE-RETRO-END.

       WRITE-SKIP-RTN.
           ADD 1 TO RETRO-SKIPCNT
           MOVE SCHG-WNO(CHG-IDX) TO RPT-SKIP-WNO
           MOVE WPAY-PERNO(PAY-IDX) TO RPT-SKIP-PERNO
           WRITE RPTREC FROM RPT-SKIP-LINE.
       WRITE-SKIP-END.

       FINISH-RTN.
           WRITE RPTREC FROM NEWLINE
           MOVE RETRO-HISTCNT TO RPT-HISTCNT
           MOVE RETRO-CHGCNT TO RPT-CHGCNT
           WRITE RPTREC FROM RPT-TOT1
           MOVE RETRO-ADJCNT TO RPT-ADJCNT
           MOVE RETRO-SKIPCNT TO RPT-SKIPCNT
           WRITE RPTREC FROM RPT-TOT2
           MOVE RETRO-ERNTOT TO RPT-ERNTOT
           MOVE RETRO-DEDTOT TO RPT-DEDTOT
           WRITE RPTREC FROM RPT-TOT3

           CLOSE RETROFILE RPTFILE

           OPEN OUTPUT RETROCTLFILE
           MOVE HIGH-DATE TO RC-LASTDATE
           MOVE HIGH-TIME TO RC-LASTTIME
           WRITE RETROCTL-REC
           CLOSE RETROCTLFILE

           IF RETRO-SKIPCNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       FINISH-END.
