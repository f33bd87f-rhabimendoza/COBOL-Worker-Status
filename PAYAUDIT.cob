       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAUDIT.
       AUTHOR. RHABI MENDOZA.
       INSTALLATION. PUP MAIN.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED. OCTOBER 15, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM IS THE PERIODIC PAYROLL INTEGRITY AUDIT.
           EACH STEP OF THE PAYROLL EDITS ITS OWN INPUT; THIS PROGRAM
           CROSS-CHECKS THE PIECES FOR PATTERNS OF GHOST WORKERS AND
           PADDED PAY. IT READS THE WORKER MASTER WORKERMST.dat, THE
           CLEANED HOURS HOURSCLEAN.txt AND THE LEAVE TRANSACTIONS
           LEAVETRAN.txt FOR THE CURRENT PERIOD ON PAYPERIOD.txt, THE
           PAID LEDGER PAIDLEDGER.txt, THE PAY HISTORY PAYHIST.txt
           (THE MACHINE-READABLE COPY OF EVERY PAYREG.txt LINE, THE
           LATEST RUN FOR A PERIOD WINS) AND THE MASTER CHANGE HISTORY
           WORKERHIST.txt. IT FLAGS (1) THE SAME NAME, OR A NAME ONE
           LETTER OR ONE SWAPPED PAIR AWAY, UNDER DIFFERENT WORKER
           NUMBERS (SPACES AND PUNCTUATION IGNORED), SCORED HIGHER WHEN
           THE PROVINCES DIFFER; (2) REGULAR HOURS ON HOURSCLEAN.txt
           BEYOND EIGHT HOURS FOR EACH WORK DAY OF THE PERIOD NOT TAKEN
           AS APPROVED VACATION OR SICK LEAVE; (3) A RUN OF CONSECUTIVE
           PAID PERIODS AT THE SAME REGULAR HOURS AT OR ABOVE THE
           MAXIMUM; (4) A WORKER ADDED BY A MAINTENANCE RUN KEYED INSIDE
           A PAY CYCLE AND PAID IN THAT SAME CYCLE; (5) A STATUS UPGRADE
           FOLLOWED IN THE PERIOD IT TOOK EFFECT OR THE NEXT BY A JUMP
           IN EARNINGS (GROSS LESS ADJUSTMENT EARNINGS, SO RETROACTIVE
           PAY DOES NOT COUNT) BEYOND THE SPIKE PERCENTAGE. THE LIMITS
           ARE ON AUDITPARM.txt (RUNS CONSECUTIVE PERIODS, DEFAULT 4;
           MAXH REGULAR HOURS, DEFAULT 84 AS IN HOURSEDIT.cob; SPIK
           PERCENT OF THE PRIOR PERIOD, DEFAULT 150). EVERY EXCEPTION
           CARRIES A SCORE AND THE REPORT AUDITRPT.txt LISTS THEM
           RANKED FROM THE HIGHEST SCORE DOWN, WITH A COUNT PER CHECK.
           THE PROGRAM ONLY READS - NOTHING IT FLAGS IS CHANGED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ACER.
       OBJECT-COMPUTER. ACER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPFILE ASSIGN TO 'PAYPERIOD.txt'
               FILE STATUS IS PPFILE-STATUS.
           SELECT AUDPARMFILE ASSIGN TO 'AUDITPARM.txt'
               FILE STATUS IS AUDPARM-STATUS.
           SELECT MSTFILE ASSIGN TO 'WORKERMST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-WNO
               FILE STATUS IS MSTFILE-STATUS.
           SELECT HRSFILE ASSIGN TO 'HOURSCLEAN.txt'
               FILE STATUS IS HRSFILE-STATUS.
           SELECT LVTRANFILE ASSIGN TO 'LEAVETRAN.txt'
               FILE STATUS IS LVTRAN-STATUS.
           SELECT LEDFILE ASSIGN TO 'PAIDLEDGER.txt'
               FILE STATUS IS LEDFILE-STATUS.
           SELECT HISTFILE ASSIGN TO 'WORKERHIST.txt'
               FILE STATUS IS HISTFILE-STATUS.
           SELECT PAYHISTFILE ASSIGN TO 'PAYHIST.txt'
               FILE STATUS IS PAYHIST-STATUS.
           SELECT PHSORTFILE ASSIGN TO 'PHSORT.tmp'.
           SELECT PHWORKFILE ASSIGN TO 'PHWORK.tmp'.
           SELECT AUDSORTFILE ASSIGN TO 'AUDSORT.tmp'.
           SELECT RPTFILE ASSIGN TO 'AUDITRPT.txt'.

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

       FD AUDPARMFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS AUDPARM-REC.

       01 AUDPARM-REC.
           05 AUP-TYPE PIC X(4).
           05 FILLER PIC X(1).
           05 AUP-VALUE PIC 9(5).

       FD MSTFILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS MST-REC.

       01 MST-REC.
           05 MST-PROVCD PIC A.
           05 MST-WNO PIC X(7).
           05 MST-WNAME PIC X(25).
           05 MST-STATCD PIC A.

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

       FD LVTRANFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS LVTRAN-REC.

       01 LVTRAN-REC.
           05 LT-WNO PIC X(7).
           05 LT-TYPE PIC A.
           05 LT-FROMDT PIC X(8).
           05 LT-TODT PIC X(8).

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

       01 PAYHIST-REC PIC X(164).

       SD PHSORTFILE
           RECORD CONTAINS 164 CHARACTERS
           DATA RECORD IS PHSORT-REC.

       01 PHSORT-REC.
           05 PHS-PERNO PIC 9(5).
           05 PHS-WNO PIC X(7).
           05 FILLER PIC X(152).

       FD PHWORKFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 164 CHARACTERS
           DATA RECORD IS PHWORK-REC.

       01 PHWORK-REC.
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

       SD AUDSORTFILE
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS AUDSORT-REC.

       01 AUDSORT-REC.
           05 AS-SCORE PIC 9(3).
           05 AS-CHECK PIC X(8).
           05 AS-WNO PIC X(7).
           05 AS-PERNO PIC 9(5).
           05 AS-DETAIL PIC X(45).

       FD RPTFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RPTREC.

       01 RPTREC.
           05 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 TEMP-VALUES.
           05 AUDPARM-STATUS PIC X(2) VALUE "00".
           05 MSTFILE-STATUS PIC X(2) VALUE "00".
           05 HRSFILE-STATUS PIC X(2) VALUE "00".
           05 LVTRAN-STATUS PIC X(2) VALUE "00".
           05 HISTFILE-STATUS PIC X(2) VALUE "00".
           05 PAYHIST-STATUS PIC X(2) VALUE "00".
           05 PARM-EOFSW PIC X(3) VALUE "NO ".
           05 MST-EOFSW PIC X(3) VALUE "NO ".
           05 HRS-EOFSW PIC X(3) VALUE "NO ".
           05 LVTRAN-EOFSW PIC X(3) VALUE "NO ".
           05 HIST-EOFSW PIC X(3) VALUE "NO ".
           05 PHWORK-EOFSW PIC X(3) VALUE "NO ".
           05 AUD-EOFSW PIC X(3) VALUE "NO ".
           05 PAYHIST-SW PIC X(3) VALUE "NO ".
           05 FOUND-SW PIC X(3) VALUE "NO ".

       01 PERIOD-CONTROLS.
           05 PPFILE-STATUS PIC X(2) VALUE "00".
           05 LEDFILE-STATUS PIC X(2) VALUE "00".
           05 LED-EOFSW PIC X(3) VALUE "NO ".
           05 CUR-PERNO PIC 9(5) VALUE 0.
           05 CUR-STARTDT PIC X(8) VALUE SPACES.
           05 CUR-ENDDT PIC X(8) VALUE SPACES.
           05 AUD-RUNDATE PIC X(8).

       01 AUDIT-LIMITS.
           05 RUNS-LIMIT PIC 9(5) VALUE 4.
           05 MAXH-LIMIT PIC 9(5) VALUE 84.
           05 SPIK-LIMIT PIC 9(5) VALUE 150.

       01 MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 3000 TIMES INDEXED BY MTBL-IDX.
               10 MTBL-WNO PIC X(7).
               10 MTBL-PROVCD PIC A.
               10 MTBL-WNAME PIC X(25).
               10 MTBL-KEY PIC X(25).
               10 MTBL-KLEN PIC 99.
       01 MASTER-CNT PIC 9(4) VALUE 0.

       01 PAIDPER-TABLE.
           05 PAIDPER-ENTRY OCCURS 500 TIMES INDEXED BY PER-IDX.
               10 PPER-PERNO PIC 9(5).
               10 PPER-STARTDT PIC X(8).
               10 PPER-ENDDT PIC X(8).
               10 PPER-RUNDT PIC X(8).
       01 PAIDPER-CNT PIC 999 VALUE 0.

       01 LEAVEDAY-TABLE.
           05 LEAVEDAY-ENTRY OCCURS 2000 TIMES INDEXED BY LVD-IDX.
               10 LVD-WNO PIC X(7).
               10 LVD-DAYS PIC 99.
       01 LEAVEDAY-CNT PIC 9(4) VALUE 0.

       01 ADDHIST-TABLE.
           05 ADDHIST-ENTRY OCCURS 3000 TIMES INDEXED BY ADD-IDX.
               10 ADDH-WNO PIC X(7).
               10 ADDH-DATE PIC X(8).
               10 ADDH-TIME PIC X(6).
               10 ADDH-EFFDT PIC X(8).
       01 ADDHIST-CNT PIC 9(4) VALUE 0.

       01 UPGRADE-TABLE.
           05 UPGRADE-ENTRY OCCURS 1000 TIMES INDEXED BY UPG-IDX.
               10 UPG-WNO PIC X(7).
               10 UPG-OLDSTAT PIC A.
               10 UPG-NEWSTAT PIC A.
               10 UPG-EFFDT PIC X(8).
               10 UPG-PERNO PIC 9(5).
       01 UPGRADE-CNT PIC 9(4) VALUE 0.

       01 NAME-CONTROLS.
           05 NAME-I PIC 9(4) VALUE 0.
           05 NAME-J PIC 9(4) VALUE 0.
           05 NAME-START PIC 9(4) VALUE 0.
           05 NORM-IN PIC X(25).
           05 NORM-OUT PIC X(25).
           05 NORM-LEN PIC 99 VALUE 0.
           05 NORM-SUB PIC 99 VALUE 0.
           05 CMP-LONG PIC X(25).
           05 CMP-SHORT PIC X(25).
           05 CMP-LONGLEN PIC 99 VALUE 0.
           05 CMP-SHORTLEN PIC 99 VALUE 0.
           05 CMP-SUB PIC 99 VALUE 0.
           05 CMP-SUB2 PIC 99 VALUE 0.
           05 CMP-DIFFCNT PIC 99 VALUE 0.
           05 CMP-POS1 PIC 99 VALUE 0.
           05 CMP-POS2 PIC 99 VALUE 0.
           05 NEAR-SW PIC X(3) VALUE "NO ".

       01 LEAVE-CONTROLS.
           05 DAY-FROM PIC X(8).
           05 DAY-TO PIC X(8).
           05 DAY-FROM-N PIC 9(8) VALUE 0.
           05 DAY-TO-N PIC 9(8) VALUE 0.
           05 DAY-FROM-INT PIC 9(7) VALUE 0.
           05 DAY-TO-INT PIC 9(7) VALUE 0.
           05 DAY-INT PIC 9(7) VALUE 0.
           05 DAY-WKDAY PIC 9 VALUE 0.
           05 DAY-COUNT PIC 999 VALUE 0.
           05 PERIOD-WORKDAYS PIC 999 VALUE 0.
           05 LEAVE-DAYS PIC 999 VALUE 0.
           05 LEAVE-LIMIT PIC 9(4)V9 VALUE 0.

       01 HISTORY-CONTROLS.
           05 HELD-SW PIC X(3) VALUE "NO ".
           05 HELD-WNO PIC X(7).
           05 HELD-PERNO PIC 9(5) VALUE 0.
           05 HELD-REGHRS PIC 9(3)V9 VALUE 0.
           05 HELD-EARN PIC 9(8)V99 VALUE 0.
           05 CW-WNO PIC X(7) VALUE SPACES.
           05 CW-FIRST-SW PIC X(3) VALUE "NO ".
           05 CW-UPG-SW PIC X(3) VALUE "NO ".
           05 CW-PREV-SW PIC X(3) VALUE "NO ".
           05 CW-PREV-PERNO PIC 9(5) VALUE 0.
           05 CW-PREV-EARN PIC 9(8)V99 VALUE 0.
           05 CW-STREAK PIC 9(3) VALUE 0.
           05 CW-STREAK-HRS PIC 9(3)V9 VALUE 0.
           05 CW-BEST PIC 9(3) VALUE 0.
           05 CW-BEST-HRS PIC 9(3)V9 VALUE 0.
           05 CW-BEST-TO PIC 9(5) VALUE 0.
           05 SPIKE-PCT PIC 9(5) VALUE 0.
           05 OLD-RANK PIC 9 VALUE 0.
           05 NEW-RANK PIC 9 VALUE 0.
           05 RANK-STATCD PIC A.
           05 RANK-VALUE PIC 9 VALUE 0.

       01 EXCEPTION-WORK.
           05 EXC-SCORE PIC 9(3) VALUE 0.
           05 EXC-CHECK PIC X(8).
           05 EXC-WNO PIC X(7).
           05 EXC-PERNO PIC 9(5) VALUE 0.
           05 EXC-DETAIL PIC X(45).
           05 ED-HRS PIC ZZ9.9.
           05 ED-HRS2 PIC ZZZ9.9.
           05 ED-DAYS PIC Z9.
           05 ED-CNT PIC ZZ9.
           05 ED-AMT1 PIC ZZZ,ZZ9.99.
           05 ED-AMT2 PIC ZZZ,ZZ9.99.

       01 AUDIT-TOTALS.
           05 AUD-MSTCNT PIC 9(5) VALUE 0.
           05 AUD-PHCNT PIC 9(7) VALUE 0.
           05 AUD-NAMECNT PIC 9(5) VALUE 0.
           05 AUD-LEAVECNT PIC 9(5) VALUE 0.
           05 AUD-MAXHCNT PIC 9(5) VALUE 0.
           05 AUD-ADDCNT PIC 9(5) VALUE 0.
           05 AUD-SPIKECNT PIC 9(5) VALUE 0.
           05 AUD-EXCCNT PIC 9(5) VALUE 0.
           05 AUD-RANK PIC 9(5) VALUE 0.

       01 RPT-HD1.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "CHIKA ULIT CORPORATION".
           05 FILLER PIC X(29) VALUE SPACES.

       01 RPT-HD2.
           05 FILLER PIC X(17) VALUE SPACES.
           05 FILLER PIC X(39)
              VALUE "PAYROLL INTEGRITY AUDIT - AS OF PERIOD ".
           05 RPT-HD2-PERNO PIC ZZZZ9.
           05 FILLER PIC X(19) VALUE SPACES.

       01 RPT-HD3.
           05 FILLER PIC X(15) VALUE "LIMITS - RUNS: ".
           05 RPT-HD3-RUNS PIC ZZ9.
           05 FILLER PIC X(14) VALUE "  MAX HOURS: ".
           05 RPT-HD3-MAXH PIC ZZ9.
           05 FILLER PIC X(19) VALUE "  SPIKE PERCENT:  ".
           05 RPT-HD3-SPIK PIC ZZ9.
           05 FILLER PIC X(23) VALUE SPACES.

       01 RPT-COLHD.
           05 FILLER PIC X(6) VALUE "RANK".
           05 FILLER PIC X(5) VALUE "SCR".
           05 FILLER PIC X(10) VALUE "CHECK".
           05 FILLER PIC X(8) VALUE "WORKER".
           05 FILLER PIC X(6) VALUE "PER".
           05 FILLER PIC X(45) VALUE "DETAIL".

       01 RPT-LINE.
           05 RPT-RANK PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-SCORE PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-CHECK PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-WNO PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RPT-PERNO PIC ZZZZZ.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RPT-DETAIL PIC X(45).

       01 RPT-NONE-MSG.
           05 FILLER PIC X(30) VALUE "NO EXCEPTIONS FOUND".
           05 FILLER PIC X(50) VALUE SPACES.

       01 RPT-TOT1.
           05 FILLER PIC X(26) VALUE "MASTER RECORDS READ:      ".
           05 RPT-MSTCNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "PAY HISTORY RECORDS READ: ".
           05 RPT-PHCNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(9) VALUE SPACES.

       01 RPT-TOT2.
           05 FILLER PIC X(26) VALUE "SAMENAME/NEARNAME:        ".
           05 RPT-NAMECNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "LEAVEPAY:                 ".
           05 RPT-LEAVECNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE SPACES.

       01 RPT-TOT3.
           05 FILLER PIC X(26) VALUE "MAXHOURS:                 ".
           05 RPT-MAXHCNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "ADDPAID:                  ".
           05 RPT-ADDCNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE SPACES.

       01 RPT-TOT4.
           05 FILLER PIC X(26) VALUE "PAYSPIKE:                 ".
           05 RPT-SPIKECNT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "TOTAL EXCEPTIONS:         ".
           05 RPT-EXCCNT PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE SPACES.

       01 NEWLINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM LOAD-PERIOD-RTN.
           PERFORM INITIAL-RTN.
           PERFORM LOAD-MASTER-RTN.
           PERFORM LOAD-LEDGER-RTN.
           PERFORM LOAD-HISTORY-RTN.
           PERFORM LOAD-LEAVE-RTN.
           PERFORM SORT-PAYHIST-RTN.
           SORT AUDSORTFILE
               ON DESCENDING KEY AS-SCORE
               ON ASCENDING KEY AS-CHECK
               ON ASCENDING KEY AS-WNO
               INPUT PROCEDURE IS AUDIT-CHECKS-RTN THRU AUDIT-CHECKS-END
               OUTPUT PROCEDURE IS WRITE-RANKED-RTN
                   THRU WRITE-RANKED-END.
           PERFORM FINISH-RTN.
           STOP RUN.

       LOAD-PERIOD-RTN.
           OPEN INPUT PPFILE.
           IF PPFILE-STATUS NOT = "00"
               DISPLAY "PAYPERIOD.txt MISSING - AUDIT CANNOT BE "
                   "DATED. RUN REFUSED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PPFILE
               AT END
                   DISPLAY "PAYPERIOD.txt EMPTY - AUDIT CANNOT BE "
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
           ACCEPT AUD-RUNDATE FROM DATE YYYYMMDD.

           OPEN INPUT AUDPARMFILE.
           IF AUDPARM-STATUS NOT = "00"
               MOVE "YES" TO PARM-EOFSW
               DISPLAY "AUDITPARM.txt MISSING - DEFAULT AUDIT LIMITS "
                   "USED"
           END-IF.
           PERFORM UNTIL PARM-EOFSW = "YES"
               READ AUDPARMFILE
                   AT END
                       MOVE "YES" TO PARM-EOFSW
                   NOT AT END
                       PERFORM STORE-AUDPARM-RTN
               END-READ
           END-PERFORM.
           IF AUDPARM-STATUS NOT = "35"
               CLOSE AUDPARMFILE
           END-IF.

           OPEN OUTPUT RPTFILE.
           WRITE RPTREC FROM RPT-HD1.
           MOVE CUR-PERNO TO RPT-HD2-PERNO.
           WRITE RPTREC FROM RPT-HD2.
           MOVE RUNS-LIMIT TO RPT-HD3-RUNS.
           MOVE MAXH-LIMIT TO RPT-HD3-MAXH.
           MOVE SPIK-LIMIT TO RPT-HD3-SPIK.
           WRITE RPTREC FROM RPT-HD3.
           WRITE RPTREC FROM NEWLINE.
           WRITE RPTREC FROM RPT-COLHD.
           WRITE RPTREC FROM NEWLINE.
       INITIAL-END.

       STORE-AUDPARM-RTN.
           EVALUATE AUP-TYPE
               WHEN "RUNS"
                   MOVE AUP-VALUE TO RUNS-LIMIT
               WHEN "MAXH"
                   MOVE AUP-VALUE TO MAXH-LIMIT
               WHEN "SPIK"
                   MOVE AUP-VALUE TO SPIK-LIMIT
               WHEN OTHER
                   DISPLAY "AUDITPARM.txt UNKNOWN PARAMETER TYPE - "
                       "RECORD IGNORED: " AUP-TYPE
           END-EVALUATE.
       STORE-AUDPARM-END.

       LOAD-MASTER-RTN.
           OPEN INPUT MSTFILE.
           IF MSTFILE-STATUS NOT = "00"
               DISPLAY "WORKERMST.dat NOT FOUND - RUN WORKERLOAD.cob "
                   "OR WORKERMNT.cob FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO MST-WNO.
           START MSTFILE KEY IS NOT LESS THAN MST-WNO
               INVALID KEY
                   MOVE "YES" TO MST-EOFSW
           END-START.
           PERFORM UNTIL MST-EOFSW = "YES"
               READ MSTFILE NEXT RECORD
                   AT END
                       MOVE "YES" TO MST-EOFSW
                   NOT AT END
                       ADD 1 TO AUD-MSTCNT
                       PERFORM STORE-MASTER-RTN
               END-READ
           END-PERFORM.
           CLOSE MSTFILE.
       LOAD-MASTER-END.

       STORE-MASTER-RTN.
           IF MASTER-CNT >= 3000
               DISPLAY "MASTER-TABLE FULL (3000 WORKERS) - "
                   "ENTRY IGNORED: " MST-WNO
           ELSE
               ADD 1 TO MASTER-CNT
               MOVE MST-WNO TO MTBL-WNO(MASTER-CNT)
               MOVE MST-PROVCD TO MTBL-PROVCD(MASTER-CNT)
               MOVE MST-WNAME TO MTBL-WNAME(MASTER-CNT)
               MOVE MST-WNAME TO NORM-IN
               PERFORM NORMALIZE-NAME-RTN
               MOVE NORM-OUT TO MTBL-KEY(MASTER-CNT)
               MOVE NORM-LEN TO MTBL-KLEN(MASTER-CNT)
           END-IF.
       STORE-MASTER-END.

       NORMALIZE-NAME-RTN.
           MOVE SPACES TO NORM-OUT
           MOVE 0 TO NORM-LEN
           INSPECT NORM-IN CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING NORM-SUB FROM 1 BY 1
                   UNTIL NORM-SUB > 25
               IF NORM-IN(NORM-SUB:1) ALPHABETIC
                  AND NORM-IN(NORM-SUB:1) NOT = SPACE
                   ADD 1 TO NORM-LEN
                   MOVE NORM-IN(NORM-SUB:1) TO NORM-OUT(NORM-LEN:1)
               END-IF
           END-PERFORM.
       NORMALIZE-NAME-END.

       LOAD-LEDGER-RTN.
           OPEN INPUT LEDFILE.
           IF LEDFILE-STATUS NOT = "00"
               DISPLAY "PAIDLEDGER.txt NOT FOUND - ONLY THE CURRENT "
                   "PERIOD IS DATED"
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

           MOVE "NO " TO FOUND-SW
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > PAIDPER-CNT
                      OR FOUND-SW = "YES"
               IF PPER-PERNO(PER-IDX) = CUR-PERNO
                   MOVE "YES" TO FOUND-SW
               END-IF
           END-PERFORM.
           IF FOUND-SW = "NO " AND PAIDPER-CNT < 500
               ADD 1 TO PAIDPER-CNT
               MOVE CUR-PERNO TO PPER-PERNO(PAIDPER-CNT)
               MOVE CUR-STARTDT TO PPER-STARTDT(PAIDPER-CNT)
               MOVE CUR-ENDDT TO PPER-ENDDT(PAIDPER-CNT)
               MOVE AUD-RUNDATE TO PPER-RUNDT(PAIDPER-CNT)
           END-IF.
       LOAD-LEDGER-END.

       STORE-PERIOD-RTN.
           MOVE "NO " TO FOUND-SW
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > PAIDPER-CNT
                      OR FOUND-SW = "YES"
               IF PPER-PERNO(PER-IDX) = LED-PERNO
                   MOVE LED-STARTDT TO PPER-STARTDT(PER-IDX)
                   MOVE LED-ENDDT TO PPER-ENDDT(PER-IDX)
                   MOVE LED-DATE TO PPER-RUNDT(PER-IDX)
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
                   MOVE LED-DATE TO PPER-RUNDT(PAIDPER-CNT)
               END-IF
           END-IF.
       STORE-PERIOD-END.

       LOAD-HISTORY-RTN.
           OPEN INPUT HISTFILE.
           IF HISTFILE-STATUS NOT = "00"
               DISPLAY "WORKERHIST.txt NOT FOUND - ADD AND STATUS "
                   "UPGRADE CHECKS SKIPPED"
               MOVE "YES" TO HIST-EOFSW
           END-IF.
           PERFORM UNTIL HIST-EOFSW = "YES"
               READ HISTFILE
                   AT END
                       MOVE "YES" TO HIST-EOFSW
                   NOT AT END
                       IF WH-ACTION = "ADD"
                           PERFORM STORE-ADD-RTN
                       END-IF
                       IF WH-ACTION = "CHANGE"
                          AND WH-OLD-STATCD NOT = WH-NEW-STATCD
                           PERFORM STORE-UPGRADE-RTN
                       END-IF
               END-READ
           END-PERFORM.
           IF HISTFILE-STATUS NOT = "35"
               CLOSE HISTFILE
           END-IF.
       LOAD-HISTORY-END.

       STORE-ADD-RTN.
           MOVE "NO " TO FOUND-SW
           PERFORM VARYING ADD-IDX FROM 1 BY 1
                   UNTIL ADD-IDX > ADDHIST-CNT
                      OR FOUND-SW = "YES"
               IF ADDH-WNO(ADD-IDX) = WH-WNO
                   MOVE "YES" TO FOUND-SW
                   MOVE WH-DATE TO ADDH-DATE(ADD-IDX)
                   MOVE WH-TIME TO ADDH-TIME(ADD-IDX)
                   MOVE WH-EFFDT TO ADDH-EFFDT(ADD-IDX)
               END-IF
           END-PERFORM
           IF FOUND-SW = "NO "
               IF ADDHIST-CNT >= 3000
                   DISPLAY "ADDHIST-TABLE FULL (3000 ADDS) - "
                       "ENTRY IGNORED: " WH-WNO
               ELSE
                   ADD 1 TO ADDHIST-CNT
                   MOVE WH-WNO TO ADDH-WNO(ADDHIST-CNT)
                   MOVE WH-DATE TO ADDH-DATE(ADDHIST-CNT)
                   MOVE WH-TIME TO ADDH-TIME(ADDHIST-CNT)
                   MOVE WH-EFFDT TO ADDH-EFFDT(ADDHIST-CNT)
               END-IF
           END-IF.
       STORE-ADD-END.

       STORE-UPGRADE-RTN.
           MOVE WH-OLD-STATCD TO RANK-STATCD
           PERFORM STATUS-RANK-RTN
           MOVE RANK-VALUE TO OLD-RANK
           MOVE WH-NEW-STATCD TO RANK-STATCD
           PERFORM STATUS-RANK-RTN
           MOVE RANK-VALUE TO NEW-RANK
           IF OLD-RANK > 0 AND NEW-RANK > OLD-RANK
              AND WH-EFFDT NUMERIC
               IF UPGRADE-CNT >= 1000
                   DISPLAY "UPGRADE-TABLE FULL (1000 CHANGES) - "
                       "ENTRY IGNORED: " WH-WNO " " WH-EFFDT
               ELSE
                   ADD 1 TO UPGRADE-CNT
                   MOVE WH-WNO TO UPG-WNO(UPGRADE-CNT)
                   MOVE WH-OLD-STATCD TO UPG-OLDSTAT(UPGRADE-CNT)
                   MOVE WH-NEW-STATCD TO UPG-NEWSTAT(UPGRADE-CNT)
                   MOVE WH-EFFDT TO UPG-EFFDT(UPGRADE-CNT)
                   MOVE 0 TO UPG-PERNO(UPGRADE-CNT)
                   PERFORM VARYING PER-IDX FROM 1 BY 1
                           UNTIL PER-IDX > PAIDPER-CNT
                       IF PPER-ENDDT(PER-IDX) NOT < WH-EFFDT
                          AND (UPG-PERNO(UPGRADE-CNT) = 0
                           OR PPER-PERNO(PER-IDX)
                              < UPG-PERNO(UPGRADE-CNT))
                           MOVE PPER-PERNO(PER-IDX)
                               TO UPG-PERNO(UPGRADE-CNT)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
       STORE-UPGRADE-END.

       STATUS-RANK-RTN.
           EVALUATE RANK-STATCD
               WHEN "C"
                   MOVE 1 TO RANK-VALUE
               WHEN "T"
                   MOVE 2 TO RANK-VALUE
               WHEN "P"
                   MOVE 3 TO RANK-VALUE
               WHEN OTHER
                   MOVE 0 TO RANK-VALUE
           END-EVALUATE.
       STATUS-RANK-END.

       LOAD-LEAVE-RTN.
           MOVE CUR-STARTDT TO DAY-FROM
           MOVE CUR-ENDDT TO DAY-TO
           PERFORM COUNT-WEEKDAYS-RTN
           MOVE DAY-COUNT TO PERIOD-WORKDAYS

           OPEN INPUT LVTRANFILE
           IF LVTRAN-STATUS NOT = "00"
               MOVE "YES" TO LVTRAN-EOFSW
           END-IF
           PERFORM UNTIL LVTRAN-EOFSW = "YES"
               READ LVTRANFILE
                   AT END
                       MOVE "YES" TO LVTRAN-EOFSW
                   NOT AT END
                       IF (LT-TYPE = "V" OR LT-TYPE = "S")
                          AND LT-FROMDT NUMERIC AND LT-TODT NUMERIC
                          AND LT-FROMDT NOT > LT-TODT
                           PERFORM STORE-LEAVE-RTN
                       END-IF
               END-READ
           END-PERFORM
           IF LVTRAN-STATUS NOT = "35"
               CLOSE LVTRANFILE
           END-IF.
       LOAD-LEAVE-END.

       STORE-LEAVE-RTN.
           IF LT-FROMDT > CUR-STARTDT
               MOVE LT-FROMDT TO DAY-FROM
           ELSE
               MOVE CUR-STARTDT TO DAY-FROM
           END-IF
           IF LT-TODT < CUR-ENDDT
               MOVE LT-TODT TO DAY-TO
           ELSE
               MOVE CUR-ENDDT TO DAY-TO
           END-IF
           PERFORM COUNT-WEEKDAYS-RTN
           IF DAY-COUNT > 0
               MOVE "NO " TO FOUND-SW
               PERFORM VARYING LVD-IDX FROM 1 BY 1
                       UNTIL LVD-IDX > LEAVEDAY-CNT
                          OR FOUND-SW = "YES"
                   IF LVD-WNO(LVD-IDX) = LT-WNO
                       MOVE "YES" TO FOUND-SW
                       ADD DAY-COUNT TO LVD-DAYS(LVD-IDX)
                   END-IF
               END-PERFORM
               IF FOUND-SW = "NO "
                   IF LEAVEDAY-CNT >= 2000
                       DISPLAY "LEAVEDAY-TABLE FULL (2000 WORKERS) - "
                           "ENTRY IGNORED: " LT-WNO
                   ELSE
                       ADD 1 TO LEAVEDAY-CNT
                       MOVE LT-WNO TO LVD-WNO(LEAVEDAY-CNT)
                       MOVE DAY-COUNT TO LVD-DAYS(LEAVEDAY-CNT)
                   END-IF
               END-IF
           END-IF.
       STORE-LEAVE-END.

       COUNT-WEEKDAYS-RTN.
           MOVE 0 TO DAY-COUNT
           IF DAY-FROM NUMERIC AND DAY-TO NUMERIC
              AND DAY-FROM NOT > DAY-TO
               MOVE DAY-FROM TO DAY-FROM-N
               MOVE DAY-TO TO DAY-TO-N
               COMPUTE DAY-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(DAY-FROM-N)
               COMPUTE DAY-TO-INT = FUNCTION INTEGER-OF-DATE(DAY-TO-N)
               PERFORM VARYING DAY-INT FROM DAY-FROM-INT BY 1
                       UNTIL DAY-INT > DAY-TO-INT
                   COMPUTE DAY-WKDAY = FUNCTION MOD(DAY-INT, 7)
                   IF DAY-WKDAY >= 1 AND DAY-WKDAY <= 5
                       ADD 1 TO DAY-COUNT
                   END-IF
               END-PERFORM
           END-IF.
       COUNT-WEEKDAYS-END.

       SORT-PAYHIST-RTN.
           OPEN INPUT PAYHISTFILE.
           IF PAYHIST-STATUS = "00"
               CLOSE PAYHISTFILE
               MOVE "YES" TO PAYHIST-SW
               SORT PHSORTFILE
                   ON ASCENDING KEY PHS-WNO
                   ON ASCENDING KEY PHS-PERNO
                   WITH DUPLICATES IN ORDER
                   USING PAYHISTFILE
                   GIVING PHWORKFILE
           ELSE
               DISPLAY "PAYHIST.txt NOT FOUND - PAY HISTORY CHECKS "
                   "SKIPPED"
           END-IF.
       SORT-PAYHIST-END.

       AUDIT-CHECKS-RTN.
           PERFORM CHECK-NAMES-RTN.
           PERFORM CHECK-LEAVE-PAY-RTN.
           IF PAYHIST-SW = "YES"
               PERFORM CHECK-PAYHIST-RTN
           END-IF.
       AUDIT-CHECKS-END.

       CHECK-NAMES-RTN.
           PERFORM VARYING NAME-I FROM 1 BY 1
                   UNTIL NAME-I > MASTER-CNT
               IF MTBL-KLEN(NAME-I) > 0
                   COMPUTE NAME-START = NAME-I + 1
                   PERFORM CHECK-NAME-PAIRS-RTN
               END-IF
           END-PERFORM.
       CHECK-NAMES-END.

       CHECK-NAME-PAIRS-RTN.
           PERFORM VARYING NAME-J FROM NAME-START BY 1
                   UNTIL NAME-J > MASTER-CNT
               MOVE "NO " TO NEAR-SW
               MOVE SPACES TO EXC-CHECK
               IF MTBL-KEY(NAME-I) = MTBL-KEY(NAME-J)
                   MOVE "SAMENAME" TO EXC-CHECK
                   MOVE 90 TO EXC-SCORE
               ELSE
                   IF MTBL-KLEN(NAME-I) >= 6
                      AND MTBL-KLEN(NAME-J) >= 6
                      AND MTBL-KLEN(NAME-I) <= MTBL-KLEN(NAME-J) + 1
                      AND MTBL-KLEN(NAME-J) <= MTBL-KLEN(NAME-I) + 1
                       PERFORM COMPARE-NAMES-RTN
                       IF NEAR-SW = "YES"
                           MOVE "NEARNAME" TO EXC-CHECK
                           MOVE 70 TO EXC-SCORE
                       END-IF
                   END-IF
               END-IF
               IF EXC-CHECK NOT = SPACES
                   IF MTBL-PROVCD(NAME-I) NOT = MTBL-PROVCD(NAME-J)
                       ADD 5 TO EXC-SCORE
                   END-IF
                   MOVE MTBL-WNO(NAME-I) TO EXC-WNO
                   MOVE 0 TO EXC-PERNO
                   MOVE SPACES TO EXC-DETAIL
                   STRING MTBL-WNAME(NAME-I) DELIMITED BY SIZE
                          " = " DELIMITED BY SIZE
                          MTBL-WNO(NAME-J) DELIMITED BY SIZE
                          " PROV " DELIMITED BY SIZE
                          MTBL-PROVCD(NAME-I) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          MTBL-PROVCD(NAME-J) DELIMITED BY SIZE
                          INTO EXC-DETAIL
                   END-STRING
                   ADD 1 TO AUD-NAMECNT
                   PERFORM RELEASE-EXCEPTION-RTN
               END-IF
           END-PERFORM.
       CHECK-NAME-PAIRS-END.

       COMPARE-NAMES-RTN.
           IF MTBL-KLEN(NAME-I) = MTBL-KLEN(NAME-J)
               MOVE 0 TO CMP-DIFFCNT
               MOVE 0 TO CMP-POS1
               MOVE 0 TO CMP-POS2
               PERFORM VARYING CMP-SUB FROM 1 BY 1
                       UNTIL CMP-SUB > MTBL-KLEN(NAME-I)
                          OR CMP-DIFFCNT > 2
                   IF MTBL-KEY(NAME-I)(CMP-SUB:1)
                      NOT = MTBL-KEY(NAME-J)(CMP-SUB:1)
                       ADD 1 TO CMP-DIFFCNT
                       IF CMP-DIFFCNT = 1
                           MOVE CMP-SUB TO CMP-POS1
                       ELSE
                           MOVE CMP-SUB TO CMP-POS2
                       END-IF
                   END-IF
               END-PERFORM
               IF CMP-DIFFCNT = 1
                   MOVE "YES" TO NEAR-SW
               END-IF
               IF CMP-DIFFCNT = 2 AND CMP-POS2 = CMP-POS1 + 1
                  AND MTBL-KEY(NAME-I)(CMP-POS1:1)
                      = MTBL-KEY(NAME-J)(CMP-POS2:1)
                  AND MTBL-KEY(NAME-I)(CMP-POS2:1)
                      = MTBL-KEY(NAME-J)(CMP-POS1:1)
                   MOVE "YES" TO NEAR-SW
               END-IF
           ELSE
               IF MTBL-KLEN(NAME-I) > MTBL-KLEN(NAME-J)
                   MOVE MTBL-KEY(NAME-I) TO CMP-LONG
                   MOVE MTBL-KEY(NAME-J) TO CMP-SHORT
                   MOVE MTBL-KLEN(NAME-J) TO CMP-SHORTLEN
               ELSE
                   MOVE MTBL-KEY(NAME-J) TO CMP-LONG
                   MOVE MTBL-KEY(NAME-I) TO CMP-SHORT
                   MOVE MTBL-KLEN(NAME-I) TO CMP-SHORTLEN
               END-IF
               MOVE 0 TO CMP-DIFFCNT
               MOVE 1 TO CMP-SUB
               MOVE 1 TO CMP-SUB2
               PERFORM UNTIL CMP-SUB2 > CMP-SHORTLEN
                          OR CMP-DIFFCNT > 1
                   IF CMP-LONG(CMP-SUB:1) = CMP-SHORT(CMP-SUB2:1)
                       ADD 1 TO CMP-SUB
                       ADD 1 TO CMP-SUB2
                   ELSE
                       ADD 1 TO CMP-DIFFCNT
                       ADD 1 TO CMP-SUB
                   END-IF
               END-PERFORM
               IF CMP-DIFFCNT <= 1
                   MOVE "YES" TO NEAR-SW
               END-IF
           END-IF.
       COMPARE-NAMES-END.

       CHECK-LEAVE-PAY-RTN.
           IF LEAVEDAY-CNT > 0
               OPEN INPUT HRSFILE
               IF HRSFILE-STATUS NOT = "00"
                   MOVE "YES" TO HRS-EOFSW
               END-IF
               PERFORM UNTIL HRS-EOFSW = "YES"
                   READ HRSFILE
                       AT END
                           MOVE "YES" TO HRS-EOFSW
                       NOT AT END
                           PERFORM CHECK-LEAVE-HOURS-RTN
                   END-READ
               END-PERFORM
               IF HRSFILE-STATUS NOT = "35"
                   CLOSE HRSFILE
               END-IF
           END-IF.
       CHECK-LEAVE-PAY-END.

       CHECK-LEAVE-HOURS-RTN.
           MOVE 0 TO LEAVE-DAYS
           PERFORM VARYING LVD-IDX FROM 1 BY 1
                   UNTIL LVD-IDX > LEAVEDAY-CNT
               IF LVD-WNO(LVD-IDX) = HRS-WNO-IN
                   MOVE LVD-DAYS(LVD-IDX) TO LEAVE-DAYS
               END-IF
           END-PERFORM
           IF LEAVE-DAYS > PERIOD-WORKDAYS
               MOVE PERIOD-WORKDAYS TO LEAVE-DAYS
           END-IF
           IF LEAVE-DAYS > 0
               COMPUTE LEAVE-LIMIT = (PERIOD-WORKDAYS - LEAVE-DAYS) * 8
               IF HRS-REG-IN > LEAVE-LIMIT
                   MOVE "LEAVEPAY" TO EXC-CHECK
                   COMPUTE EXC-SCORE = 75 + LEAVE-DAYS
                   IF EXC-SCORE > 95
                       MOVE 95 TO EXC-SCORE
                   END-IF
                   MOVE HRS-WNO-IN TO EXC-WNO
                   MOVE CUR-PERNO TO EXC-PERNO
                   MOVE HRS-REG-IN TO ED-HRS
                   MOVE LEAVE-DAYS TO ED-DAYS
                   MOVE LEAVE-LIMIT TO ED-HRS2
                   MOVE SPACES TO EXC-DETAIL
                   STRING "REG HRS " DELIMITED BY SIZE
                          ED-HRS DELIMITED BY SIZE
                          " WITH " DELIMITED BY SIZE
                          ED-DAYS DELIMITED BY SIZE
                          " LEAVE DAYS, MAX " DELIMITED BY SIZE
                          ED-HRS2 DELIMITED BY SIZE
                          INTO EXC-DETAIL
                   END-STRING
                   ADD 1 TO AUD-LEAVECNT
                   PERFORM RELEASE-EXCEPTION-RTN
               END-IF
           END-IF.
       CHECK-LEAVE-HOURS-END.

       CHECK-PAYHIST-RTN.
           OPEN INPUT PHWORKFILE.
           PERFORM UNTIL PHWORK-EOFSW = "YES"
               READ PHWORKFILE
                   AT END
                       MOVE "YES" TO PHWORK-EOFSW
                   NOT AT END
                       ADD 1 TO AUD-PHCNT
                       IF HELD-SW = "YES"
                          AND (PH-WNO NOT = HELD-WNO
                           OR PH-PERNO NOT = HELD-PERNO)
                           PERFORM CHECK-PERIOD-RTN
                       END-IF
                       MOVE "YES" TO HELD-SW
                       MOVE PH-WNO TO HELD-WNO
                       MOVE PH-PERNO TO HELD-PERNO
                       MOVE PH-REGHRS TO HELD-REGHRS
                       IF PH-GROSS > PH-ADJERN
                           SUBTRACT PH-ADJERN FROM PH-GROSS
                               GIVING HELD-EARN
                       ELSE
                           MOVE 0 TO HELD-EARN
                       END-IF
               END-READ
           END-PERFORM.
           IF HELD-SW = "YES"
               PERFORM CHECK-PERIOD-RTN
           END-IF.
           IF CW-WNO NOT = SPACES
               PERFORM END-WORKER-RTN
           END-IF.
           CLOSE PHWORKFILE.
       CHECK-PAYHIST-END.

       CHECK-PERIOD-RTN.
           IF HELD-WNO NOT = CW-WNO
               IF CW-WNO NOT = SPACES
                   PERFORM END-WORKER-RTN
               END-IF
               PERFORM START-WORKER-RTN
           END-IF

           IF CW-FIRST-SW = "YES"
               PERFORM CHECK-ADD-PAID-RTN
               MOVE "NO " TO CW-FIRST-SW
           END-IF

           IF HELD-REGHRS >= MAXH-LIMIT
               IF CW-STREAK > 0
                  AND HELD-PERNO = CW-PREV-PERNO + 1
                  AND HELD-REGHRS = CW-STREAK-HRS
                   ADD 1 TO CW-STREAK
               ELSE
                   MOVE 1 TO CW-STREAK
                   MOVE HELD-REGHRS TO CW-STREAK-HRS
               END-IF
               IF CW-STREAK > CW-BEST
                   MOVE CW-STREAK TO CW-BEST
                   MOVE CW-STREAK-HRS TO CW-BEST-HRS
                   MOVE HELD-PERNO TO CW-BEST-TO
               END-IF
           ELSE
               MOVE 0 TO CW-STREAK
           END-IF

           IF CW-UPG-SW = "YES"
               PERFORM VARYING UPG-IDX FROM 1 BY 1
                       UNTIL UPG-IDX > UPGRADE-CNT
                   IF UPG-WNO(UPG-IDX) = HELD-WNO
                      AND UPG-PERNO(UPG-IDX) > 0
                      AND HELD-PERNO NOT < UPG-PERNO(UPG-IDX)
                      AND HELD-PERNO <= UPG-PERNO(UPG-IDX) + 1
                      AND CW-PREV-SW = "YES"
                      AND CW-PREV-PERNO < UPG-PERNO(UPG-IDX)
                       PERFORM CHECK-SPIKE-RTN
                   END-IF
               END-PERFORM
           END-IF

           MOVE "YES" TO CW-PREV-SW
           MOVE HELD-PERNO TO CW-PREV-PERNO
           MOVE HELD-EARN TO CW-PREV-EARN.
       CHECK-PERIOD-END.

       START-WORKER-RTN.
           MOVE HELD-WNO TO CW-WNO
           MOVE "YES" TO CW-FIRST-SW
           MOVE "NO " TO CW-PREV-SW
           MOVE 0 TO CW-PREV-PERNO
           MOVE 0 TO CW-PREV-EARN
           MOVE 0 TO CW-STREAK
           MOVE 0 TO CW-STREAK-HRS
           MOVE 0 TO CW-BEST
           MOVE 0 TO CW-BEST-HRS
           MOVE 0 TO CW-BEST-TO
           MOVE "NO " TO CW-UPG-SW
           PERFORM VARYING UPG-IDX FROM 1 BY 1
                   UNTIL UPG-IDX > UPGRADE-CNT
                      OR CW-UPG-SW = "YES"
               IF UPG-WNO(UPG-IDX) = CW-WNO
                   MOVE "YES" TO CW-UPG-SW
               END-IF
           END-PERFORM.
       START-WORKER-END.

       END-WORKER-RTN.
           IF CW-BEST >= RUNS-LIMIT
               MOVE "MAXHOURS" TO EXC-CHECK
               COMPUTE EXC-SCORE = 50 + (CW-BEST - RUNS-LIMIT) * 5
               IF EXC-SCORE > 85
                   MOVE 85 TO EXC-SCORE
               END-IF
               MOVE CW-WNO TO EXC-WNO
               MOVE CW-BEST-TO TO EXC-PERNO
               MOVE CW-BEST TO ED-CNT
               MOVE CW-BEST-HRS TO ED-HRS
               MOVE SPACES TO EXC-DETAIL
               STRING ED-CNT DELIMITED BY SIZE
                      " CONSECUTIVE PERIODS AT " DELIMITED BY SIZE
                      ED-HRS DELIMITED BY SIZE
                      " REG HRS" DELIMITED BY SIZE
                      INTO EXC-DETAIL
               END-STRING
               ADD 1 TO AUD-MAXHCNT
               PERFORM RELEASE-EXCEPTION-RTN
           END-IF.
       END-WORKER-END.

       CHECK-ADD-PAID-RTN.
           PERFORM VARYING ADD-IDX FROM 1 BY 1
                   UNTIL ADD-IDX > ADDHIST-CNT
               IF ADDH-WNO(ADD-IDX) = HELD-WNO
                   PERFORM VARYING PER-IDX FROM 1 BY 1
                           UNTIL PER-IDX > PAIDPER-CNT
                       IF PPER-PERNO(PER-IDX) = HELD-PERNO
                          AND ADDH-DATE(ADD-IDX)
                              NOT < PPER-STARTDT(PER-IDX)
                          AND ADDH-DATE(ADD-IDX)
                              NOT > PPER-RUNDT(PER-IDX)
                           PERFORM WRITE-ADD-PAID-RTN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       CHECK-ADD-PAID-END.

       WRITE-ADD-PAID-RTN.
           MOVE "ADDPAID" TO EXC-CHECK
           MOVE 60 TO EXC-SCORE
           IF ADDH-EFFDT(ADD-IDX) > PPER-STARTDT(PER-IDX)
               ADD 10 TO EXC-SCORE
           END-IF
           MOVE HELD-WNO TO EXC-WNO
           MOVE HELD-PERNO TO EXC-PERNO
           MOVE SPACES TO EXC-DETAIL
           STRING "ADDED BY RUN " DELIMITED BY SIZE
                  ADDH-DATE(ADD-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ADDH-TIME(ADD-IDX) DELIMITED BY SIZE
                  " EFF " DELIMITED BY SIZE
                  ADDH-EFFDT(ADD-IDX) DELIMITED BY SIZE
                  INTO EXC-DETAIL
           END-STRING
           ADD 1 TO AUD-ADDCNT
           PERFORM RELEASE-EXCEPTION-RTN.
       WRITE-ADD-PAID-END.

       CHECK-SPIKE-RTN.
           IF CW-PREV-EARN > 0
               COMPUTE SPIKE-PCT ROUNDED =
                   HELD-EARN * 100 / CW-PREV-EARN
               IF SPIKE-PCT >= SPIK-LIMIT
                   MOVE "PAYSPIKE" TO EXC-CHECK
                   IF SPIKE-PCT >= 200
                       MOVE 80 TO EXC-SCORE
                   ELSE
                       MOVE 65 TO EXC-SCORE
                   END-IF
                   MOVE HELD-WNO TO EXC-WNO
                   MOVE HELD-PERNO TO EXC-PERNO
                   MOVE CW-PREV-EARN TO ED-AMT1
                   MOVE HELD-EARN TO ED-AMT2
                   MOVE SPACES TO EXC-DETAIL
                   STRING UPG-OLDSTAT(UPG-IDX) DELIMITED BY SIZE
                          ">" DELIMITED BY SIZE
                          UPG-NEWSTAT(UPG-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          UPG-EFFDT(UPG-IDX) DELIMITED BY SIZE
                          " PAY " DELIMITED BY SIZE
                          ED-AMT1 DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          ED-AMT2 DELIMITED BY SIZE
                          INTO EXC-DETAIL
                   END-STRING
                   ADD 1 TO AUD-SPIKECNT
                   PERFORM RELEASE-EXCEPTION-RTN
               END-IF
           END-IF.
       CHECK-SPIKE-END.

       RELEASE-EXCEPTION-RTN.
           MOVE EXC-SCORE TO AS-SCORE
           MOVE EXC-CHECK TO AS-CHECK
           MOVE EXC-WNO TO AS-WNO
           MOVE EXC-PERNO TO AS-PERNO
           MOVE EXC-DETAIL TO AS-DETAIL
           RELEASE AUDSORT-REC
           ADD 1 TO AUD-EXCCNT.
       RELEASE-EXCEPTION-END.

       WRITE-RANKED-RTN.
           PERFORM UNTIL AUD-EOFSW = "YES"
               RETURN AUDSORTFILE
                   AT END
                       MOVE "YES" TO AUD-EOFSW
                   NOT AT END
                       ADD 1 TO AUD-RANK
                       MOVE AUD-RANK TO RPT-RANK
                       MOVE AS-SCORE TO RPT-SCORE
                       MOVE AS-CHECK TO RPT-CHECK
                       MOVE AS-WNO TO RPT-WNO
                       MOVE AS-PERNO TO RPT-PERNO
                       MOVE AS-DETAIL TO RPT-DETAIL
                       WRITE RPTREC FROM RPT-LINE
               END-RETURN
           END-PERFORM.
       WRITE-RANKED-END.

       FINISH-RTN.
           IF AUD-EXCCNT = 0
               WRITE RPTREC FROM RPT-NONE-MSG
           END-IF
           WRITE RPTREC FROM NEWLINE
           MOVE AUD-MSTCNT TO RPT-MSTCNT
           MOVE AUD-PHCNT TO RPT-PHCNT
           WRITE RPTREC FROM RPT-TOT1
           MOVE AUD-NAMECNT TO RPT-NAMECNT
           MOVE AUD-LEAVECNT TO RPT-LEAVECNT
           WRITE RPTREC FROM RPT-TOT2
           MOVE AUD-MAXHCNT TO RPT-MAXHCNT
           MOVE AUD-ADDCNT TO RPT-ADDCNT
           WRITE RPTREC FROM RPT-TOT3
           MOVE AUD-SPIKECNT TO RPT-SPIKECNT
           MOVE AUD-EXCCNT TO RPT-EXCCNT
           WRITE RPTREC FROM RPT-TOT4
           CLOSE RPTFILE

           IF AUD-EXCCNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       FINISH-END.
