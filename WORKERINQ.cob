       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKERINQ.
       AUTHOR. RHABI MENDOZA.
       INSTALLATION. PUP MAIN.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED. OCTOBER 15, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM IS THE ON-LINE WORKER INQUIRY FOR THE HELP
           DESK. THE OPERATOR KEYS A COMMAND AT THE TERMINAL - W AND A
           WORKER NUMBER, OR F, A PROVINCE CODE AND PART OF A NAME - AND
           GETS ONE SCREEN FOR THE WORKER: THE MASTER RECORD FROM
           WORKERMST.dat WITH THE PROVINCE NAME FROM PROVTAB.txt AND THE
           SEPARATION FROM WORKERSEP.dat WHEN THE WORKER IS INACTIVE,
           THE VACATION AND SICK BALANCES FROM LEAVEBAL.dat, THE
           YEAR-TO-DATE GROSS AND HOURS FROM YTDEARN.dat, EVERY
           FUTURE-DATED TRANSACTION STILL PARKED ON PENDTRAN.txt AND THE
           LAST FIVE CHANGES ON WORKERHIST.txt, LATEST FIRST. N AND P
           PAGE TO THE NEXT AND PREVIOUS WORKER - IN WORKER NUMBER ORDER
           AFTER A W, OR THROUGH THE MATCHING NAMES AFTER AN F - AND Q
           (OR AN EMPTY LINE) ENDS THE INQUIRY. EVERY FILE IS OPENED FOR
           INPUT ONLY, SO NOTHING CAN BE CHANGED FROM THIS PROGRAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ACER.
       OBJECT-COMPUTER. ACER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTFILE ASSIGN TO 'WORKERMST.dat'
               ORGANIZATION IS INDEXED
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
               RECORD KEY IS LB-WNO
               FILE STATUS IS LVBAL-STATUS.
           SELECT YTDFILE ASSIGN TO 'YTDEARN.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-WNO
               FILE STATUS IS YTDFILE-STATUS.
           SELECT PROVFILE ASSIGN TO 'PROVTAB.txt'.
           SELECT PENDFILE ASSIGN TO 'PENDTRAN.txt'
               FILE STATUS IS PENDFILE-STATUS.
           SELECT HISTFILE ASSIGN TO 'WORKERHIST.txt'
               FILE STATUS IS HISTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MSTFILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS MST-REC.

       01 MST-REC.
           05 MST-PROVCD PIC A.
           05 MST-WNO PIC X(7).
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

       01 LVBAL-REC.
           05 LB-WNO PIC X(7).
           05 LB-VACBAL PIC 9(3)V9.
           05 LB-SICKBAL PIC 9(3)V9.
           05 LB-LASTACCR PIC 9(5).

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

       FD PENDFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS PEND-REC.

       01 PEND-REC.
           05 PEND-TRCD PIC A.
           05 PEND-PROVCD PIC A.
           05 PEND-WNO PIC X(7).
           05 PEND-WNAME PIC X(25).
           05 PEND-STATCD PIC A.
           05 PEND-EFFDT PIC X(8).
           05 PEND-AGE PIC 9(3).
           05 PEND-RESUB PIC 9(2).

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

       WORKING-STORAGE SECTION.

       01 TEMP-VALUES.
           05 MSTFILE-STATUS PIC X(2) VALUE "00".
           05 SEPFILE-STATUS PIC X(2) VALUE "00".
           05 LVBAL-STATUS PIC X(2) VALUE "00".
           05 YTDFILE-STATUS PIC X(2) VALUE "00".
           05 PENDFILE-STATUS PIC X(2) VALUE "00".
           05 HISTFILE-STATUS PIC X(2) VALUE "00".
           05 MST-EOFSW PIC X(3) VALUE "NO ".
           05 PROV-EOFSW PIC X(3) VALUE "NO ".
           05 PEND-EOFSW PIC X(3) VALUE "NO ".
           05 HIST-EOFSW PIC X(3) VALUE "NO ".
           05 SEP-OPEN-SW PIC X(3) VALUE "NO ".
           05 LVBAL-OPEN-SW PIC X(3) VALUE "NO ".
           05 YTD-OPEN-SW PIC X(3) VALUE "NO ".
           05 MST-FOUND-SW PIC X(3) VALUE "NO ".
           05 FOUND-SW PIC X(3) VALUE "NO ".
           05 QUIT-SW PIC X(3) VALUE "NO ".

       01 PROVINCE-TABLE.
           05 PROVINCE-ENTRY OCCURS 50 TIMES INDEXED BY PROV-IDX.
               10 PROVCD-TBL PIC A.
               10 PNAME-TBL PIC X(9).
       01 PROVTAB-CNT PIC 999 VALUE 0.

       01 MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 3000 TIMES INDEXED BY MTBL-IDX.
               10 MTBL-WNO PIC X(7).
               10 MTBL-PROVCD PIC A.
               10 MTBL-WNAME PIC X(25).
       01 MASTER-CNT PIC 9(4) VALUE 0.

       01 MATCH-TABLE.
           05 MATCH-ENTRY OCCURS 3000 TIMES INDEXED BY MATCH-IDX.
               10 MATCH-SUB PIC 9(4).
       01 MATCH-CNT PIC 9(4) VALUE 0.

       01 RECENT-TABLE.
           05 RECENT-ENTRY OCCURS 5 TIMES.
               10 RCNT-DATE PIC X(8).
               10 RCNT-TIME PIC X(6).
               10 RCNT-ACTION PIC X(6).
               10 RCNT-OLD-PROVCD PIC A.
               10 RCNT-OLD-STATCD PIC A.
               10 RCNT-NEW-PROVCD PIC A.
               10 RCNT-NEW-WNAME PIC X(25).
               10 RCNT-NEW-STATCD PIC A.
               10 RCNT-EFFDT PIC X(8).
       01 RECENT-CNT PIC 9 VALUE 0.
       01 RECENT-SUB PIC 9 VALUE 0.

       01 INQUIRY-CONTROLS.
           05 INQ-CMD PIC X(40) VALUE SPACES.
           05 INQ-VERB PIC X(1) VALUE SPACES.
           05 INQ-ARG1 PIC X(7) VALUE SPACES.
           05 INQ-PTR PIC 99 VALUE 0.
           05 INQ-NAME PIC X(25) VALUE SPACES.
           05 INQ-NAMELEN PIC 99 VALUE 0.
           05 INQ-TALLY PIC 99 VALUE 0.
           05 INQ-MODE PIC X(5) VALUE SPACES.
           05 INQ-POS PIC 9(4) VALUE 0.
           05 INQ-SUB PIC 9(4) VALUE 0.
           05 INQ-WNO PIC X(7) VALUE SPACES.
           05 INQ-UPNAME PIC X(25) VALUE SPACES.
           05 INQ-PNAME PIC X(9) VALUE SPACES.
           05 INQ-STATNAME PIC X(9) VALUE SPACES.
           05 INQ-RSNNAME PIC X(15) VALUE SPACES.
           05 INQ-PENDCNT PIC 999 VALUE 0.

       01 INQ-DIVIDER.
           05 FILLER PIC X(80) VALUE ALL "=".

       01 INQ-HD1.
           05 FILLER PIC X(41)
              VALUE "CHIKA ULIT CORPORATION - WORKER INQUIRY  ".
           05 INQ-HD1-MODE PIC X(14).
           05 INQ-HD1-POS PIC ZZZ9.
           05 FILLER PIC X(4) VALUE " OF ".
           05 INQ-HD1-CNT PIC ZZZ9.
           05 FILLER PIC X(13) VALUE SPACES.

       01 INQ-LINE-WORKER.
           05 FILLER PIC X(12) VALUE "WORKER NO.: ".
           05 INQ-WNO-OUT PIC X(7).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "NAME: ".
           05 INQ-WNAME-OUT PIC X(25).
           05 FILLER PIC X(26) VALUE SPACES.

       01 INQ-LINE-PROV.
           05 FILLER PIC X(12) VALUE "PROVINCE:   ".
           05 INQ-PROVCD-OUT PIC A.
           05 FILLER PIC X(1) VALUE SPACES.
           05 INQ-PNAME-OUT PIC X(9).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "STATUS: ".
           05 INQ-STATCD-OUT PIC A.
           05 FILLER PIC X(1) VALUE SPACES.
           05 INQ-STATNAME-OUT PIC X(9).
           05 FILLER PIC X(34) VALUE SPACES.

       01 INQ-LINE-SEP.
           05 FILLER PIC X(12) VALUE "*INACTIVE*  ".
           05 FILLER PIC X(11) VALUE "SEPARATED: ".
           05 INQ-SEPDT-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INQ-RSNNAME-OUT PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INQ-FPMSG-OUT PIC X(30).

       01 INQ-LINE-LEAVE.
           05 FILLER PIC X(12) VALUE "LEAVE:      ".
           05 FILLER PIC X(9) VALUE "VACATION ".
           05 INQ-VACBAL-OUT PIC ZZ9.9.
           05 FILLER PIC X(10) VALUE " HRS  SICK".
           05 FILLER PIC X(1) VALUE SPACES.
           05 INQ-SICKBAL-OUT PIC ZZ9.9.
           05 FILLER PIC X(25) VALUE " HRS  LAST ACCRUAL PERIOD".
           05 FILLER PIC X(1) VALUE SPACES.
           05 INQ-LASTACCR-OUT PIC ZZZZ9.
           05 FILLER PIC X(7) VALUE SPACES.

       01 INQ-LINE-NOLEAVE.
           05 FILLER PIC X(12) VALUE "LEAVE:      ".
           05 FILLER PIC X(30) VALUE "NO LEAVE BALANCE ON FILE".
           05 FILLER PIC X(38) VALUE SPACES.

       01 INQ-LINE-YTD.
           05 FILLER PIC X(13) VALUE "YEAR-TO-DATE ".
           05 INQ-YTDYEAR-OUT PIC X(4).
           05 FILLER PIC X(9) VALUE ":  GROSS ".
           05 INQ-YTDGROSS-OUT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "   HOURS ".
           05 INQ-YTDHRS-OUT PIC ZZ,ZZ9.9.
           05 FILLER PIC X(23) VALUE SPACES.

       01 INQ-LINE-NOYTD.
           05 FILLER PIC X(13) VALUE "YEAR-TO-DATE:".
           05 FILLER PIC X(30) VALUE " NO EARNINGS ON FILE".
           05 FILLER PIC X(37) VALUE SPACES.

       01 INQ-PEND-HD.
           05 FILLER PIC X(30) VALUE "PENDING TRANSACTIONS:".
           05 FILLER PIC X(50) VALUE SPACES.

       01 INQ-LINE-PEND.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INQ-PEND-TRCD PIC A.
           05 FILLER PIC X(6) VALUE "  EFF ".
           05 INQ-PEND-EFFDT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INQ-PEND-PROVCD PIC A.
           05 FILLER PIC X(1) VALUE SPACES.
           05 INQ-PEND-STATCD PIC A.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INQ-PEND-WNAME PIC X(25).
           05 FILLER PIC X(7) VALUE "  AGE: ".
           05 INQ-PEND-AGE PIC ZZ9.
           05 FILLER PIC X(21) VALUE SPACES.

       01 INQ-HIST-HD.
           05 FILLER PIC X(30) VALUE "RECENT CHANGES, LATEST FIRST:".
           05 FILLER PIC X(50) VALUE SPACES.

       01 INQ-LINE-HIST.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INQ-HIST-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 INQ-HIST-TIME PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 INQ-HIST-ACTION PIC X(6).
           05 FILLER PIC X(5) VALUE " EFF ".
           05 INQ-HIST-EFFDT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INQ-HIST-OLDPROV PIC A.
           05 INQ-HIST-OLDSTAT PIC A.
           05 FILLER PIC X(4) VALUE " -> ".
           05 INQ-HIST-NEWPROV PIC A.
           05 INQ-HIST-NEWSTAT PIC A.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INQ-HIST-WNAME PIC X(25).
           05 FILLER PIC X(6) VALUE SPACES.

       01 INQ-LINE-NONE.
           05 FILLER PIC X(8) VALUE "  (NONE)".
           05 FILLER PIC X(72) VALUE SPACES.

       01 INQ-PROMPT.
           05 FILLER PIC X(40)
              VALUE "W WORKER-NO | F PROV NAME-PART | N | P |".
           05 FILLER PIC X(13) VALUE " Q  COMMAND: ".

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM INITIAL-RTN.
           PERFORM UNTIL QUIT-SW = "YES"
               DISPLAY INQ-PROMPT
               MOVE SPACES TO INQ-CMD
               ACCEPT INQ-CMD
               PERFORM COMMAND-RTN
           END-PERFORM.
           PERFORM FINISH-RTN.
           STOP RUN.

       INITIAL-RTN.
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
                       IF MASTER-CNT >= 3000
                           DISPLAY "MASTER-TABLE FULL (3000 WORKERS) "
                               "- ENTRY IGNORED: " MST-WNO
                       ELSE
                           ADD 1 TO MASTER-CNT
                           MOVE MST-WNO TO MTBL-WNO(MASTER-CNT)
                           MOVE MST-PROVCD TO MTBL-PROVCD(MASTER-CNT)
                           MOVE MST-WNAME TO MTBL-WNAME(MASTER-CNT)
                       END-IF
               END-READ
           END-PERFORM.

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

           OPEN INPUT SEPFILE.
           IF SEPFILE-STATUS = "00"
               MOVE "YES" TO SEP-OPEN-SW
           END-IF.
           OPEN INPUT LVBALFILE.
           IF LVBAL-STATUS = "00"
               MOVE "YES" TO LVBAL-OPEN-SW
           END-IF.
           OPEN INPUT YTDFILE.
           IF YTDFILE-STATUS = "00"
               MOVE "YES" TO YTD-OPEN-SW
           END-IF.

           DISPLAY INQ-DIVIDER.
           DISPLAY "CHIKA ULIT CORPORATION - WORKER INQUIRY "
               "(READ ONLY)".
           DISPLAY "WORKERS ON MASTER: " MASTER-CNT.
       INITIAL-END.

       COMMAND-RTN.
           MOVE SPACES TO INQ-VERB
           MOVE SPACES TO INQ-ARG1
           MOVE SPACES TO INQ-NAME
           MOVE 1 TO INQ-PTR
           INSPECT INQ-CMD CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           UNSTRING INQ-CMD DELIMITED BY ALL SPACE
               INTO INQ-VERB INQ-ARG1
               WITH POINTER INQ-PTR
           END-UNSTRING
           IF INQ-PTR <= 40
               MOVE INQ-CMD(INQ-PTR:) TO INQ-NAME
           END-IF

           EVALUATE INQ-VERB
               WHEN SPACE
                   MOVE "YES" TO QUIT-SW
               WHEN "Q"
                   MOVE "YES" TO QUIT-SW
               WHEN "W"
                   PERFORM FIND-NUMBER-RTN
               WHEN "F"
                   PERFORM FIND-NAME-RTN
               WHEN "N"
                   PERFORM NEXT-WORKER-RTN
               WHEN "P"
                   PERFORM PREVIOUS-WORKER-RTN
               WHEN OTHER
                   DISPLAY "UNKNOWN COMMAND - USE W, F, N, P OR Q"
           END-EVALUATE.
       COMMAND-END.

       FIND-NUMBER-RTN.
           MOVE "NO " TO FOUND-SW
           PERFORM VARYING INQ-SUB FROM 1 BY 1
                   UNTIL INQ-SUB > MASTER-CNT
                      OR FOUND-SW = "YES"
               IF MTBL-WNO(INQ-SUB) = INQ-ARG1
                   MOVE "YES" TO FOUND-SW
                   MOVE INQ-SUB TO INQ-POS
               END-IF
           END-PERFORM
           IF FOUND-SW = "YES"
               MOVE "ALL  " TO INQ-MODE
               PERFORM SHOW-WORKER-RTN
           ELSE
               DISPLAY "WORKER " INQ-ARG1 " NOT ON MASTER"
               MOVE INQ-ARG1 TO INQ-WNO
               PERFORM SHOW-PENDING-RTN
           END-IF.
       FIND-NUMBER-END.

       FIND-NAME-RTN.
           MOVE 0 TO INQ-NAMELEN
           PERFORM VARYING INQ-SUB FROM 25 BY -1
                   UNTIL INQ-SUB < 1 OR INQ-NAMELEN > 0
               IF INQ-NAME(INQ-SUB:1) NOT = SPACE
                   MOVE INQ-SUB TO INQ-NAMELEN
               END-IF
           END-PERFORM
           IF INQ-ARG1(2:6) NOT = SPACES OR INQ-ARG1 = SPACES
              OR INQ-NAMELEN = 0
               DISPLAY "F NEEDS A ONE-LETTER PROVINCE CODE AND PART "
                   "OF A NAME, E.G. F A CRUZ"
           ELSE
               MOVE 0 TO MATCH-CNT
               PERFORM VARYING INQ-SUB FROM 1 BY 1
                       UNTIL INQ-SUB > MASTER-CNT
                   IF MTBL-PROVCD(INQ-SUB) = INQ-ARG1(1:1)
                       PERFORM MATCH-NAME-RTN
                   END-IF
               END-PERFORM
               IF MATCH-CNT = 0
                   DISPLAY "NO WORKER IN PROVINCE " INQ-ARG1(1:1)
                       " WITH A NAME CONTAINING "
                       INQ-NAME(1:INQ-NAMELEN)
               ELSE
                   MOVE "MATCH" TO INQ-MODE
                   MOVE 1 TO INQ-POS
                   PERFORM SHOW-WORKER-RTN
               END-IF
           END-IF.
       FIND-NAME-END.

       MATCH-NAME-RTN.
           MOVE MTBL-WNAME(INQ-SUB) TO INQ-UPNAME
           INSPECT INQ-UPNAME CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO INQ-TALLY
           INSPECT INQ-UPNAME TALLYING INQ-TALLY
               FOR ALL INQ-NAME(1:INQ-NAMELEN)
           IF INQ-TALLY > 0
               IF MATCH-CNT < 3000
                   ADD 1 TO MATCH-CNT
                   MOVE INQ-SUB TO MATCH-SUB(MATCH-CNT)
               END-IF
           END-IF.
       MATCH-NAME-END.

       NEXT-WORKER-RTN.
           IF INQ-MODE = SPACES
               DISPLAY "NO WORKER ON THE SCREEN - USE W OR F FIRST"
           ELSE IF (INQ-MODE = "ALL  " AND INQ-POS >= MASTER-CNT)
                 OR (INQ-MODE = "MATCH" AND INQ-POS >= MATCH-CNT)
               DISPLAY "ALREADY AT THE LAST WORKER"
           ELSE
               ADD 1 TO INQ-POS
               PERFORM SHOW-WORKER-RTN
           END-IF.
       NEXT-WORKER-END.

       PREVIOUS-WORKER-RTN.
           IF INQ-MODE = SPACES
               DISPLAY "NO WORKER ON THE SCREEN - USE W OR F FIRST"
           ELSE IF INQ-POS <= 1
               DISPLAY "ALREADY AT THE FIRST WORKER"
           ELSE
               SUBTRACT 1 FROM INQ-POS
               PERFORM SHOW-WORKER-RTN
           END-IF.
       PREVIOUS-WORKER-END.

       SHOW-WORKER-RTN.
           IF INQ-MODE = "MATCH"
               MOVE MATCH-SUB(INQ-POS) TO INQ-SUB
               MOVE "NAME MATCH    " TO INQ-HD1-MODE
               MOVE MATCH-CNT TO INQ-HD1-CNT
           ELSE
               MOVE INQ-POS TO INQ-SUB
               MOVE "WORKER        " TO INQ-HD1-MODE
               MOVE MASTER-CNT TO INQ-HD1-CNT
           END-IF
           MOVE INQ-POS TO INQ-HD1-POS
           MOVE MTBL-WNO(INQ-SUB) TO INQ-WNO

           MOVE "NO " TO MST-FOUND-SW
           MOVE INQ-WNO TO MST-WNO
           READ MSTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO MST-FOUND-SW
           END-READ

           DISPLAY INQ-DIVIDER
           DISPLAY INQ-HD1
           DISPLAY INQ-DIVIDER
           IF MST-FOUND-SW = "NO "
               DISPLAY "WORKER " INQ-WNO " NO LONGER ON MASTER"
           ELSE
               PERFORM SHOW-MASTER-RTN
               PERFORM SHOW-LEAVE-RTN
               PERFORM SHOW-YTD-RTN
           END-IF
           PERFORM SHOW-PENDING-RTN
           PERFORM SHOW-HISTORY-RTN
           DISPLAY INQ-DIVIDER.
       SHOW-WORKER-END.

       SHOW-MASTER-RTN.
           MOVE SPACES TO INQ-PNAME
           PERFORM VARYING PROV-IDX FROM 1 BY 1
                   UNTIL PROV-IDX > PROVTAB-CNT
               IF PROVCD-TBL(PROV-IDX) = MST-PROVCD
                   MOVE PNAME-TBL(PROV-IDX) TO INQ-PNAME
               END-IF
           END-PERFORM
           IF MST-STATCD = "P"
               MOVE "PERMANENT" TO INQ-STATNAME
           ELSE IF MST-STATCD = "T"
               MOVE "TEMPORARY" TO INQ-STATNAME
           ELSE IF MST-STATCD = "C"
               MOVE "CASUAL" TO INQ-STATNAME
           ELSE
               MOVE SPACES TO INQ-STATNAME
           END-IF
           END-IF
           END-IF

           MOVE MST-WNO TO INQ-WNO-OUT
           MOVE MST-WNAME TO INQ-WNAME-OUT
           DISPLAY INQ-LINE-WORKER
           MOVE MST-PROVCD TO INQ-PROVCD-OUT
           MOVE INQ-PNAME TO INQ-PNAME-OUT
           MOVE MST-STATCD TO INQ-STATCD-OUT
           MOVE INQ-STATNAME TO INQ-STATNAME-OUT
           DISPLAY INQ-LINE-PROV

           IF SEP-OPEN-SW = "YES"
               MOVE MST-WNO TO SEP-WNO
               READ SEPFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SHOW-SEPARATION-RTN
               END-READ
           END-IF.
       SHOW-MASTER-END.

       SHOW-SEPARATION-RTN.
           EVALUATE SEP-REASON
               WHEN "R"
                   MOVE "RESIGNED" TO INQ-RSNNAME
               WHEN "T"
                   MOVE "TERMINATED" TO INQ-RSNNAME
               WHEN "E"
                   MOVE "END OF CONTRACT" TO INQ-RSNNAME
               WHEN "X"
                   MOVE "RETIRED" TO INQ-RSNNAME
               WHEN "D"
                   MOVE "DECEASED" TO INQ-RSNNAME
               WHEN OTHER
                   MOVE SPACES TO INQ-RSNNAME
           END-EVALUATE
           MOVE SEP-DATE TO INQ-SEPDT-OUT
           MOVE INQ-RSNNAME TO INQ-RSNNAME-OUT
           IF SEP-STATUS = "F"
               MOVE SPACES TO INQ-FPMSG-OUT
               STRING "FINAL PAY SETTLED " DELIMITED BY SIZE
                      SEP-FPDATE DELIMITED BY SIZE
                      INTO INQ-FPMSG-OUT
               END-STRING
           ELSE
               MOVE "FINAL PAY PENDING" TO INQ-FPMSG-OUT
           END-IF
           DISPLAY INQ-LINE-SEP.
       SHOW-SEPARATION-END.

       SHOW-LEAVE-RTN.
           MOVE "NO " TO FOUND-SW
           IF LVBAL-OPEN-SW = "YES"
               MOVE MST-WNO TO LB-WNO
               READ LVBALFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO FOUND-SW
               END-READ
           END-IF
           IF FOUND-SW = "YES"
               MOVE LB-VACBAL TO INQ-VACBAL-OUT
               MOVE LB-SICKBAL TO INQ-SICKBAL-OUT
               MOVE LB-LASTACCR TO INQ-LASTACCR-OUT
               DISPLAY INQ-LINE-LEAVE
           ELSE
               DISPLAY INQ-LINE-NOLEAVE
           END-IF.
       SHOW-LEAVE-END.

       SHOW-YTD-RTN.
           MOVE "NO " TO FOUND-SW
           IF YTD-OPEN-SW = "YES"
               MOVE MST-WNO TO YTD-WNO
               READ YTDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO FOUND-SW
               END-READ
           END-IF
           IF FOUND-SW = "YES"
               MOVE YTD-YEAR TO INQ-YTDYEAR-OUT
               MOVE YTD-GROSS TO INQ-YTDGROSS-OUT
               MOVE YTD-HRS TO INQ-YTDHRS-OUT
               DISPLAY INQ-LINE-YTD
           ELSE
               DISPLAY INQ-LINE-NOYTD
           END-IF.
       SHOW-YTD-END.

       SHOW-PENDING-RTN.
           DISPLAY INQ-PEND-HD
           MOVE 0 TO INQ-PENDCNT
           MOVE "NO " TO PEND-EOFSW
           OPEN INPUT PENDFILE
           IF PENDFILE-STATUS NOT = "00"
               MOVE "YES" TO PEND-EOFSW
           END-IF
           PERFORM UNTIL PEND-EOFSW = "YES"
               READ PENDFILE
                   AT END
                       MOVE "YES" TO PEND-EOFSW
                   NOT AT END
                       IF PEND-WNO = INQ-WNO
                           ADD 1 TO INQ-PENDCNT
                           MOVE PEND-TRCD TO INQ-PEND-TRCD
                           MOVE PEND-EFFDT TO INQ-PEND-EFFDT
                           MOVE PEND-PROVCD TO INQ-PEND-PROVCD
                           MOVE PEND-STATCD TO INQ-PEND-STATCD
                           MOVE PEND-WNAME TO INQ-PEND-WNAME
                           MOVE PEND-AGE TO INQ-PEND-AGE
                           DISPLAY INQ-LINE-PEND
                       END-IF
               END-READ
           END-PERFORM
           IF PENDFILE-STATUS NOT = "35"
               CLOSE PENDFILE
           END-IF
           IF INQ-PENDCNT = 0
               DISPLAY INQ-LINE-NONE
           END-IF.
       SHOW-PENDING-END.

       SHOW-HISTORY-RTN.
           DISPLAY INQ-HIST-HD
           MOVE 0 TO RECENT-CNT
           MOVE "NO " TO HIST-EOFSW
           OPEN INPUT HISTFILE
           IF HISTFILE-STATUS NOT = "00"
               MOVE "YES" TO HIST-EOFSW
           END-IF
           PERFORM UNTIL HIST-EOFSW = "YES"
               READ HISTFILE
                   AT END
                       MOVE "YES" TO HIST-EOFSW
                   NOT AT END
                       IF WH-WNO = INQ-WNO
                           PERFORM KEEP-RECENT-RTN
                       END-IF
               END-READ
           END-PERFORM
           IF HISTFILE-STATUS NOT = "35"
               CLOSE HISTFILE
           END-IF
           IF RECENT-CNT = 0
               DISPLAY INQ-LINE-NONE
           END-IF
           PERFORM VARYING RECENT-SUB FROM 1 BY 1
                   UNTIL RECENT-SUB > RECENT-CNT
               MOVE RCNT-DATE(RECENT-SUB) TO INQ-HIST-DATE
               MOVE RCNT-TIME(RECENT-SUB) TO INQ-HIST-TIME
               MOVE RCNT-ACTION(RECENT-SUB) TO INQ-HIST-ACTION
               MOVE RCNT-EFFDT(RECENT-SUB) TO INQ-HIST-EFFDT
               MOVE RCNT-OLD-PROVCD(RECENT-SUB) TO INQ-HIST-OLDPROV
               MOVE RCNT-OLD-STATCD(RECENT-SUB) TO INQ-HIST-OLDSTAT
               MOVE RCNT-NEW-PROVCD(RECENT-SUB) TO INQ-HIST-NEWPROV
               MOVE RCNT-NEW-STATCD(RECENT-SUB) TO INQ-HIST-NEWSTAT
               MOVE RCNT-NEW-WNAME(RECENT-SUB) TO INQ-HIST-WNAME
               DISPLAY INQ-LINE-HIST
           END-PERFORM.
       SHOW-HISTORY-END.

       KEEP-RECENT-RTN.
           IF RECENT-CNT < 5
               ADD 1 TO RECENT-CNT
           END-IF
           PERFORM VARYING RECENT-SUB FROM RECENT-CNT BY -1
                   UNTIL RECENT-SUB < 2
               MOVE RECENT-ENTRY(RECENT-SUB - 1)
                   TO RECENT-ENTRY(RECENT-SUB)
           END-PERFORM
           MOVE WH-DATE TO RCNT-DATE(1)
           MOVE WH-TIME TO RCNT-TIME(1)
           MOVE WH-ACTION TO RCNT-ACTION(1)
           MOVE WH-OLD-PROVCD TO RCNT-OLD-PROVCD(1)
           MOVE WH-OLD-STATCD TO RCNT-OLD-STATCD(1)
           MOVE WH-NEW-PROVCD TO RCNT-NEW-PROVCD(1)
           MOVE WH-NEW-WNAME TO RCNT-NEW-WNAME(1)
           MOVE WH-NEW-STATCD TO RCNT-NEW-STATCD(1)
           MOVE WH-EFFDT TO RCNT-EFFDT(1).
       KEEP-RECENT-END.

       FINISH-RTN.
           CLOSE MSTFILE.
           IF SEP-OPEN-SW = "YES"
               CLOSE SEPFILE
           END-IF.
           IF LVBAL-OPEN-SW = "YES"
               CLOSE LVBALFILE
           END-IF.
           IF YTD-OPEN-SW = "YES"
               CLOSE YTDFILE
           END-IF.
           DISPLAY "END OF WORKER INQUIRY".
       FINISH-END.
