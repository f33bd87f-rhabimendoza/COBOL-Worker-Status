       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADVAR.
       AUTHOR. RHABI MENDOZA.
       INSTALLATION. PUP MAIN.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED. OCTOBER 15, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM PRINTS THE MONTHLY AUTHORIZED HEADCOUNT
           VARIANCE REPORT ON HEADVAR.txt. FOR EVERY PROVINCE ON
           PROVTAB.txt AND EVERY STATUS CATEGORY IT COMPARES THE
           AUTHORIZED COUNT ON HEADCNT.txt (MAINTAINED BY HEADMNT.cob)
           WITH THE ACTIVE WORKERS ON WORKERMST.dat - WORKERS SEPARATED
           ON WORKERSEP.dat ARE NOT COUNTED - AND SHOWS THE VACANCIES
           AND OVERAGES, WITH A TOTAL PER PROVINCE AND FOR THE COMPANY.
           WORKERS IN A PROVINCE/STATUS WITH NO AUTHORIZED COUNT ARE
           LISTED AS NOT CONTROLLED, AND WORKERS WHOSE PROVINCE IS NOT
           ON PROVTAB.txt ARE COUNTED ON A LINE OF THEIR OWN. RETURN
           CODE 4 WHEN ANY PROVINCE IS OVER ITS AUTHORIZED COUNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ACER.
       OBJECT-COMPUTER. ACER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVFILE ASSIGN TO 'PROVTAB.txt'.
           SELECT HEADFILE ASSIGN TO 'HEADCNT.txt'
               FILE STATUS IS HEADFILE-STATUS.
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
           SELECT VARFILE ASSIGN TO 'HEADVAR.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD PROVFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS PROV-REC.

       01 PROV-REC.
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

       FD VARFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS VARREC.

       01 VARREC.
           05 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 TEMP-VALUES.
           05 HEADFILE-STATUS PIC X(2) VALUE "00".
           05 MSTFILE-STATUS PIC X(2) VALUE "00".
           05 SEPFILE-STATUS PIC X(2) VALUE "00".
           05 PROV-EOFSW PIC X(3) VALUE "NO ".
           05 HEAD-EOFSW PIC X(3) VALUE "NO ".
           05 MST-EOFSW PIC X(3) VALUE "NO ".
           05 SEP-OPEN-SW PIC X(3) VALUE "NO ".
           05 SEP-FOUND-SW PIC X(3) VALUE "NO ".
           05 PROV-FOUND-SW PIC X(3) VALUE "NO ".

       01 STATUS-NAMES.
           05 FILLER PIC X(10) VALUE "PPERMANENT".
           05 FILLER PIC X(10) VALUE "TTEMPORARY".
           05 FILLER PIC X(10) VALUE "CCASUAL   ".
       01 STATUS-TABLE REDEFINES STATUS-NAMES.
           05 STATUS-ENTRY OCCURS 3 TIMES INDEXED BY STAT-IDX.
               10 STATCD-TBL PIC A.
               10 STATNAME-TBL PIC X(9).

       01 PROVINCE-TABLE.
           05 PROVINCE-ENTRY OCCURS 50 TIMES INDEXED BY PROV-IDX.
               10 PROVCD-TBL PIC A.
               10 PNAME-TBL PIC X(9).
               10 PROV-CELL OCCURS 3 TIMES.
                   15 CELL-AUTH-SW PIC X(3).
                   15 CELL-AUTH PIC 9(4).
                   15 CELL-ACTUAL PIC 9(4).
       01 PROVTAB-CNT PIC 999 VALUE 0.

       01 VAR-CONTROLS.
           05 VAR-RUNDATE PIC X(8) VALUE SPACES.
           05 VAR-STAT-SUB PIC 9 VALUE 0.
           05 VAR-PROV-SUB PIC 999 VALUE 0.
           05 CELL-PROVCD PIC A VALUE SPACE.
           05 CELL-STATCD PIC A VALUE SPACE.
           05 VAR-VACANT PIC 9(5) VALUE 0.
           05 VAR-OVER PIC 9(5) VALUE 0.
           05 VAR-NOTAB-CNT PIC 9(5) VALUE 0.
           05 VAR-UNKNOWN-CNT PIC 9(5) VALUE 0.
           05 VAR-OVERPROV-CNT PIC 999 VALUE 0.

       01 VAR-PROV-TOTALS.
           05 PTOT-AUTH PIC 9(5) VALUE 0.
           05 PTOT-ACTUAL PIC 9(5) VALUE 0.
           05 PTOT-VACANT PIC 9(5) VALUE 0.
           05 PTOT-OVER PIC 9(5) VALUE 0.

       01 VAR-GRAND-TOTALS.
           05 GTOT-AUTH PIC 9(5) VALUE 0.
           05 GTOT-ACTUAL PIC 9(5) VALUE 0.
           05 GTOT-VACANT PIC 9(5) VALUE 0.
           05 GTOT-OVER PIC 9(5) VALUE 0.

       01 VAR-HD1.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "CHIKA ULIT CORPORATION".
           05 FILLER PIC X(29) VALUE SPACES.

       01 VAR-HD2.
           05 FILLER PIC X(22) VALUE SPACES.
           05 FILLER PIC X(36)
              VALUE "AUTHORIZED HEADCOUNT VARIANCE REPORT".
           05 FILLER PIC X(22) VALUE SPACES.

       01 VAR-HD3.
           05 FILLER PIC X(11) VALUE "FOR MONTH: ".
           05 VAR-HD3-YEAR PIC X(4).
           05 FILLER PIC X(1) VALUE "/".
           05 VAR-HD3-MONTH PIC X(2).
           05 FILLER PIC X(13) VALUE "   RUN DATE: ".
           05 VAR-HD3-DATE PIC X(8).
           05 FILLER PIC X(41) VALUE SPACES.

       01 VAR-COLHD1.
           05 FILLER PIC X(9) VALUE "PROVINCE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "STATUS".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  AUTH".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "ACTUAL".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "VACANT".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  OVER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "REMARK".
           05 FILLER PIC X(16) VALUE SPACES.

       01 VAR-LINE.
           05 VAR-LINE-PNAME PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VAR-LINE-STATNAME PIC X(9).
           05 FILLER PIC X(3) VALUE SPACES.
           05 VAR-LINE-AUTH PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 VAR-LINE-ACTUAL PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 VAR-LINE-VACANT PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 VAR-LINE-OVER PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VAR-LINE-REMARK PIC X(19).
           05 FILLER PIC X(3) VALUE SPACES.

       01 VAR-NOTCTL-LINE.
           05 VAR-NOTCTL-PNAME PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VAR-NOTCTL-STATNAME PIC X(9).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  NONE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 VAR-NOTCTL-ACTUAL PIC ZZ,ZZ9.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(19) VALUE "NOT CONTROLLED".
           05 FILLER PIC X(3) VALUE SPACES.

       01 VAR-UNKNOWN-LINE.
           05 FILLER PIC X(42)
              VALUE "WORKERS WITH PROVINCE NOT ON PROVTAB.txt: ".
           05 VAR-UNKNOWN-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(32) VALUE SPACES.

       01 VAR-NOTCTL-TOTAL.
           05 FILLER PIC X(42)
              VALUE "WORKERS WITH NO AUTHORIZED COUNT:".
           05 VAR-NOTCTL-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(32) VALUE SPACES.

       01 VAR-OVERPROV-TOTAL.
           05 FILLER PIC X(42)
              VALUE "PROVINCES OVER THEIR AUTHORIZED COUNT:".
           05 VAR-OVERPROV-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(32) VALUE SPACES.

       01 VAR-NOHEAD-MSG.
           05 FILLER PIC X(50)
              VALUE "HEADCNT.txt MISSING - RUN HEADMNT.cob".
           05 FILLER PIC X(30) VALUE SPACES.

       01 VAR-OVER-MSG PIC X(19) VALUE "*** OVERAGE ***".
       01 VAR-VACANT-MSG PIC X(19) VALUE "VACANCIES".

       01 NEWLINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM INITIAL-RTN.
           PERFORM LOAD-PROVTAB-RTN.
           PERFORM LOAD-HEADCNT-RTN.
           PERFORM COUNT-WORKERS-RTN.
           PERFORM REPORT-VARIANCE-RTN.
           PERFORM FINISH-RTN.
           STOP RUN.

       INITIAL-RTN.
           ACCEPT VAR-RUNDATE FROM DATE YYYYMMDD.
           OPEN OUTPUT VARFILE.
           WRITE VARREC FROM VAR-HD1.
           WRITE VARREC FROM VAR-HD2.
           MOVE VAR-RUNDATE(1:4) TO VAR-HD3-YEAR
           MOVE VAR-RUNDATE(5:2) TO VAR-HD3-MONTH
           MOVE VAR-RUNDATE TO VAR-HD3-DATE
           WRITE VARREC FROM VAR-HD3.
           WRITE VARREC FROM NEWLINE.

           OPEN INPUT MSTFILE.
           IF MSTFILE-STATUS NOT = "00"
               DISPLAY "WORKERMST.dat NOT FOUND - RUN WORKERLOAD.cob "
                   "OR WORKERMNT.cob FIRST"
               MOVE 16 TO RETURN-CODE
               CLOSE VARFILE
               STOP RUN
           END-IF.
           OPEN INPUT SEPFILE.
           IF SEPFILE-STATUS = "00"
               MOVE "YES" TO SEP-OPEN-SW
           END-IF.
       INITIAL-END.

       LOAD-PROVTAB-RTN.
           INITIALIZE PROVINCE-TABLE.
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

       LOAD-HEADCNT-RTN.
           OPEN INPUT HEADFILE.
           IF HEADFILE-STATUS NOT = "00"
               WRITE VARREC FROM VAR-NOHEAD-MSG
               WRITE VARREC FROM NEWLINE
               MOVE "YES" TO HEAD-EOFSW
           END-IF.
           PERFORM UNTIL HEAD-EOFSW = "YES"
               READ HEADFILE
                   AT END
                       MOVE "YES" TO HEAD-EOFSW
                   NOT AT END
                       MOVE HEAD-PROVCD-IN TO CELL-PROVCD
                       MOVE HEAD-STATCD-IN TO CELL-STATCD
                       PERFORM FIND-CELL-RTN
                       IF PROV-FOUND-SW = "YES"
                           MOVE "YES" TO
                               CELL-AUTH-SW(VAR-PROV-SUB VAR-STAT-SUB)
                           MOVE HEAD-AUTH-IN TO
                               CELL-AUTH(VAR-PROV-SUB VAR-STAT-SUB)
                       ELSE
                           DISPLAY "HEADCNT.txt ENTRY NOT ON PROVTAB "
                               "- ENTRY IGNORED: " HEAD-REC
                       END-IF
               END-READ
           END-PERFORM.
           IF HEADFILE-STATUS NOT = "35"
               CLOSE HEADFILE
           END-IF.
       LOAD-HEADCNT-END.

       FIND-CELL-RTN.
           MOVE "NO " TO PROV-FOUND-SW
           MOVE 0 TO VAR-STAT-SUB
           PERFORM VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > 3
               IF STATCD-TBL(STAT-IDX) = CELL-STATCD
                   SET VAR-STAT-SUB TO STAT-IDX
               END-IF
           END-PERFORM
           IF VAR-STAT-SUB > 0
               PERFORM VARYING PROV-IDX FROM 1 BY 1
                       UNTIL PROV-IDX > PROVTAB-CNT
                          OR PROV-FOUND-SW = "YES"
                   IF PROVCD-TBL(PROV-IDX) = CELL-PROVCD
                       MOVE "YES" TO PROV-FOUND-SW
                       MOVE PROV-IDX TO VAR-PROV-SUB
                   END-IF
               END-PERFORM
           END-IF.
       FIND-CELL-END.

       COUNT-WORKERS-RTN.
           MOVE LOW-VALUES TO MST-WNO
           START MSTFILE KEY IS NOT LESS THAN MST-WNO
               INVALID KEY
                   MOVE "YES" TO MST-EOFSW
           END-START
           PERFORM UNTIL MST-EOFSW = "YES"
               READ MSTFILE NEXT RECORD
                   AT END
                       MOVE "YES" TO MST-EOFSW
                   NOT AT END
                       PERFORM FIND-SEPARATION-RTN
                       IF SEP-FOUND-SW = "NO "
                           MOVE MST-PROVCD TO CELL-PROVCD
                           MOVE MST-STATCD TO CELL-STATCD
                           PERFORM FIND-CELL-RTN
                           IF PROV-FOUND-SW = "YES"
                               ADD 1 TO CELL-ACTUAL(VAR-PROV-SUB
                                                    VAR-STAT-SUB)
                           ELSE
                               ADD 1 TO VAR-UNKNOWN-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       COUNT-WORKERS-END.

       FIND-SEPARATION-RTN.
           MOVE "NO " TO SEP-FOUND-SW
           IF SEP-OPEN-SW = "YES"
               MOVE MST-WNO TO SEP-WNO
               READ SEPFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO SEP-FOUND-SW
               END-READ
           END-IF.
       FIND-SEPARATION-END.

       REPORT-VARIANCE-RTN.
           WRITE VARREC FROM VAR-COLHD1.
           WRITE VARREC FROM NEWLINE.
           PERFORM VARYING PROV-IDX FROM 1 BY 1
                   UNTIL PROV-IDX > PROVTAB-CNT
               PERFORM REPORT-PROVINCE-RTN
           END-PERFORM.

           MOVE "ALL" TO VAR-LINE-PNAME
           MOVE "TOTAL" TO VAR-LINE-STATNAME
           MOVE GTOT-AUTH TO VAR-LINE-AUTH
           MOVE GTOT-ACTUAL TO VAR-LINE-ACTUAL
           MOVE GTOT-VACANT TO VAR-LINE-VACANT
           MOVE GTOT-OVER TO VAR-LINE-OVER
           MOVE SPACES TO VAR-LINE-REMARK
           WRITE VARREC FROM VAR-LINE.
           WRITE VARREC FROM NEWLINE.
       REPORT-VARIANCE-END.

       REPORT-PROVINCE-RTN.
           INITIALIZE VAR-PROV-TOTALS
           PERFORM VARYING VAR-STAT-SUB FROM 1 BY 1
                   UNTIL VAR-STAT-SUB > 3
               IF CELL-AUTH-SW(PROV-IDX VAR-STAT-SUB) = "YES"
                   PERFORM REPORT-CELL-RTN
               ELSE IF CELL-ACTUAL(PROV-IDX VAR-STAT-SUB) > 0
                   MOVE PNAME-TBL(PROV-IDX) TO VAR-NOTCTL-PNAME
                   MOVE STATNAME-TBL(VAR-STAT-SUB)
                       TO VAR-NOTCTL-STATNAME
                   MOVE CELL-ACTUAL(PROV-IDX VAR-STAT-SUB)
                       TO VAR-NOTCTL-ACTUAL
                   WRITE VARREC FROM VAR-NOTCTL-LINE
                   ADD CELL-ACTUAL(PROV-IDX VAR-STAT-SUB)
                       TO VAR-NOTAB-CNT
               END-IF
               END-IF
           END-PERFORM

           MOVE PNAME-TBL(PROV-IDX) TO VAR-LINE-PNAME
           MOVE "TOTAL" TO VAR-LINE-STATNAME
           MOVE PTOT-AUTH TO VAR-LINE-AUTH
           MOVE PTOT-ACTUAL TO VAR-LINE-ACTUAL
           MOVE PTOT-VACANT TO VAR-LINE-VACANT
           MOVE PTOT-OVER TO VAR-LINE-OVER
           IF PTOT-OVER > 0
               MOVE VAR-OVER-MSG TO VAR-LINE-REMARK
               ADD 1 TO VAR-OVERPROV-CNT
           ELSE
               MOVE SPACES TO VAR-LINE-REMARK
           END-IF
           WRITE VARREC FROM VAR-LINE
           WRITE VARREC FROM NEWLINE

           ADD PTOT-AUTH TO GTOT-AUTH
           ADD PTOT-ACTUAL TO GTOT-ACTUAL
           ADD PTOT-VACANT TO GTOT-VACANT
           ADD PTOT-OVER TO GTOT-OVER.
       REPORT-PROVINCE-END.

       REPORT-CELL-RTN.
           MOVE 0 TO VAR-VACANT
           MOVE 0 TO VAR-OVER
           IF CELL-ACTUAL(PROV-IDX VAR-STAT-SUB)
              > CELL-AUTH(PROV-IDX VAR-STAT-SUB)
               SUBTRACT CELL-AUTH(PROV-IDX VAR-STAT-SUB)
                   FROM CELL-ACTUAL(PROV-IDX VAR-STAT-SUB)
                   GIVING VAR-OVER
               MOVE VAR-OVER-MSG TO VAR-LINE-REMARK
           ELSE
               SUBTRACT CELL-ACTUAL(PROV-IDX VAR-STAT-SUB)
                   FROM CELL-AUTH(PROV-IDX VAR-STAT-SUB)
                   GIVING VAR-VACANT
               IF VAR-VACANT > 0
                   MOVE VAR-VACANT-MSG TO VAR-LINE-REMARK
               ELSE
                   MOVE SPACES TO VAR-LINE-REMARK
               END-IF
           END-IF

           MOVE PNAME-TBL(PROV-IDX) TO VAR-LINE-PNAME
           MOVE STATNAME-TBL(VAR-STAT-SUB) TO VAR-LINE-STATNAME
           MOVE CELL-AUTH(PROV-IDX VAR-STAT-SUB) TO VAR-LINE-AUTH
           MOVE CELL-ACTUAL(PROV-IDX VAR-STAT-SUB) TO VAR-LINE-ACTUAL
           MOVE VAR-VACANT TO VAR-LINE-VACANT
           MOVE VAR-OVER TO VAR-LINE-OVER
           WRITE VARREC FROM VAR-LINE

           ADD CELL-AUTH(PROV-IDX VAR-STAT-SUB) TO PTOT-AUTH
           ADD CELL-ACTUAL(PROV-IDX VAR-STAT-SUB) TO PTOT-ACTUAL
           ADD VAR-VACANT TO PTOT-VACANT
           ADD VAR-OVER TO PTOT-OVER.
       REPORT-CELL-END.

       FINISH-RTN.
           MOVE VAR-NOTAB-CNT TO VAR-NOTCTL-OUT
           WRITE VARREC FROM VAR-NOTCTL-TOTAL
           MOVE VAR-UNKNOWN-CNT TO VAR-UNKNOWN-OUT
           WRITE VARREC FROM VAR-UNKNOWN-LINE
           MOVE VAR-OVERPROV-CNT TO VAR-OVERPROV-OUT
           WRITE VARREC FROM VAR-OVERPROV-TOTAL

           IF VAR-OVERPROV-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE MSTFILE.
           IF SEP-OPEN-SW = "YES"
               CLOSE SEPFILE
           END-IF.
           CLOSE VARFILE.
       FINISH-END.
