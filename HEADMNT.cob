       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADMNT.
       AUTHOR. RHABI MENDOZA.
       INSTALLATION. PUP MAIN.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED. OCTOBER 15, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM MAINTAINS THE AUTHORIZED HEADCOUNT
           (PLANTILLA) TABLE HEADCNT.txt - ONE ENTRY PER PROVINCE AND
           STATUS CATEGORY (P PERMANENT, T TEMPORARY, C CASUAL) WITH THE
           NUMBER OF SLOTS APPROVED - FROM ADD/CHANGE/DELETE
           TRANSACTIONS ON HEADTRAN.txt, THE SAME WAY PROVMNT.cob
           MAINTAINS PROVTAB.txt. THE PROVINCE MUST BE ON PROVTAB.txt.
           THE ACTIVE WORKERS ON WORKERMST.dat (LESS THOSE SEPARATED ON
           WORKERSEP.dat) ARE COUNTED SO THE LOG SHOWS EACH ENTRY
           AGAINST ITS ACTUAL COUNT: A CHANGE BELOW THE ACTUAL COUNT IS
           TAKEN BUT FLAGGED AS AN OVERAGE, AND AN ENTRY STILL CARRYING
           WORKERS CANNOT BE DELETED. THE NEW TABLE GOES TO
           NEWHEADCNT.txt AND THE LOG TO HEADLOG.txt. WORKERMNT.cob
           HOLDS ADDS AND STATUS CHANGES TO THESE COUNTS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ACER.
       OBJECT-COMPUTER. ACER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEADIN ASSIGN TO 'HEADCNT.txt'
               FILE STATUS IS HEADIN-STATUS.
           SELECT PROVFILE ASSIGN TO 'PROVTAB.txt'.
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
           SELECT HDTRANFILE ASSIGN TO 'HEADTRAN.txt'.
           SELECT HEADOUT ASSIGN TO 'NEWHEADCNT.txt'.
           SELECT HDLOGFILE ASSIGN TO 'HEADLOG.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD HEADIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS HEAD-REC-IN.

       01 HEAD-REC-IN.
           05 HPROVCD-IN PIC A.
           05 HSTATCD-IN PIC A.
           05 HAUTH-IN PIC 9(4).

       FD PROVFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS PROV-REC.

       01 PROV-REC.
           05 PROVCD-TAB-IN PIC A.
           05 PNAME-TAB-IN PIC X(9).

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

       FD HDTRANFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS HDTRAN-REC.

       01 HDTRAN-REC.
           05 HTRCD-IN PIC A.
           05 HTPROVCD-IN PIC A.
           05 HTSTATCD-IN PIC A.
           05 HTAUTH-IN PIC 9(4).

       FD HEADOUT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS HEAD-REC-OUT.

       01 HEAD-REC-OUT.
           05 HPROVCD-OUT PIC A.
           05 HSTATCD-OUT PIC A.
           05 HAUTH-OUT PIC 9(4).

       FD HDLOGFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HDLOGREC.

       01 HDLOGREC.
           05 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 TEMP-VALUES.
           05 HEADIN-STATUS PIC X(2) VALUE "00".
           05 MSTFILE-STATUS PIC X(2) VALUE "00".
           05 SEPFILE-STATUS PIC X(2) VALUE "00".
           05 HEAD-EOFSW PIC X(3) VALUE "NO ".
           05 PROV-EOFSW PIC X(3) VALUE "NO ".
           05 MST-EOFSW PIC X(3) VALUE "NO ".
           05 HDTRAN-EOFSW PIC X(3) VALUE "NO ".
           05 MST-OPEN-SW PIC X(3) VALUE "NO ".
           05 SEP-OPEN-SW PIC X(3) VALUE "NO ".
           05 SEP-FOUND-SW PIC X(3) VALUE "NO ".

       01 PROVINCE-TABLE.
           05 PROVINCE-ENTRY OCCURS 50 TIMES INDEXED BY PROV-IDX.
               10 PROVCD-TBL PIC A.
               10 PNAME-TBL PIC X(9).
       01 PROVTAB-CNT PIC 999 VALUE 0.

       01 HEAD-TABLE.
           05 HEAD-ENTRY OCCURS 150 TIMES INDEXED BY HD-IDX.
               10 HTBL-PROVCD PIC A.
               10 HTBL-STATCD PIC A.
               10 HTBL-AUTH PIC 9(4).
               10 HTBL-ACTIVE PIC X(3) VALUE "YES".
       01 HEAD-CNT PIC 999 VALUE 0.

       01 ACTUAL-TABLE.
           05 ACTUAL-ENTRY OCCURS 150 TIMES INDEXED BY ACT-IDX.
               10 ACT-PROVCD PIC A.
               10 ACT-STATCD PIC A.
               10 ACT-COUNT PIC 9(4).
       01 ACTUAL-CNT PIC 999 VALUE 0.

       01 HD-CONTROLS.
           05 HD-FOUND-SW PIC X(3) VALUE "NO ".
           05 HD-FOUND-IDX PIC 999 VALUE 0.
           05 HD-PROV-SW PIC X(3) VALUE "NO ".
           05 HD-VALID-SW PIC X(3) VALUE "YES".
           05 HD-ADDCNT PIC 999 VALUE 0.
           05 HD-CHGCNT PIC 999 VALUE 0.
           05 HD-DELCNT PIC 999 VALUE 0.
           05 HD-REJCNT PIC 999 VALUE 0.
           05 HD-ACTUAL PIC 9(4) VALUE 0.
           05 HD-UNCOUNTED PIC 9(5) VALUE 0.
           05 ACT-FOUND-SW PIC X(3) VALUE "NO ".

       01 HD-HD1.
           05 FILLER PIC X(42)
              VALUE "AUTHORIZED HEADCOUNT MAINTENANCE LOG.".
           05 FILLER PIC X(38) VALUE SPACES.

       01 HD-HD2.
           05 FILLER PIC X(10) VALUE "ACTION".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "P S".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "AUTH".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "ACTUAL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "MESSAGE".
           05 FILLER PIC X(42) VALUE SPACES.

       01 HD-LINE.
           05 HD-LINE-ACTION PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HD-LINE-PROVCD PIC A.
           05 FILLER PIC X(1) VALUE SPACES.
           05 HD-LINE-STATCD PIC A.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HD-LINE-AUTH PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 HD-LINE-ACTUAL PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HD-LINE-MSG PIC X(30).
           05 FILLER PIC X(19) VALUE SPACES.

       01 HD-TOTALS.
           05 FILLER PIC X(16) VALUE "RECORDS ADDED: ".
           05 HD-ADD-OUT PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "RECORDS CHANGED: ".
           05 HD-CHG-OUT PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "RECORDS DELETED: ".
           05 HD-DEL-OUT PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "REJECTED: ".
           05 HD-REJ-OUT PIC ZZ9.

       01 HD-UNCOUNTED-LINE.
           05 FILLER PIC X(42)
              VALUE "ACTIVE WORKERS WITH NO AUTHORIZED ENTRY: ".
           05 HD-UNCOUNTED-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(32) VALUE SPACES.

       01 NEWLINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM INITIAL-RTN.
           PERFORM LOAD-PROV-RTN.
           PERFORM LOAD-HEAD-RTN.
           PERFORM COUNT-WORKERS-RTN.
           PERFORM UNTIL HDTRAN-EOFSW = "YES"
               PERFORM APPLY-HDTRAN-RTN
           END-PERFORM.
           PERFORM WRITE-HEAD-RTN.
           PERFORM FINISH-RTN.
           STOP RUN.

       INITIAL-RTN.
           OPEN INPUT HEADIN.
           IF HEADIN-STATUS NOT = "00"
               MOVE "YES" TO HEAD-EOFSW
           END-IF.
           OPEN INPUT MSTFILE.
           IF MSTFILE-STATUS = "00"
               MOVE "YES" TO MST-OPEN-SW
           ELSE
               MOVE "YES" TO MST-EOFSW
           END-IF.
           OPEN INPUT SEPFILE.
           IF SEPFILE-STATUS = "00"
               MOVE "YES" TO SEP-OPEN-SW
           END-IF.
           OPEN INPUT HDTRANFILE.
           OPEN OUTPUT HEADOUT.
           OPEN OUTPUT HDLOGFILE.

           WRITE HDLOGREC FROM HD-HD1.
           WRITE HDLOGREC FROM NEWLINE.
           WRITE HDLOGREC FROM HD-HD2.

           READ HDTRANFILE
               AT END
                   MOVE "YES" TO HDTRAN-EOFSW
           END-READ.
       INITIAL-END.

       LOAD-PROV-RTN.
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
       LOAD-PROV-END.

       LOAD-HEAD-RTN.
           PERFORM UNTIL HEAD-EOFSW = "YES"
               READ HEADIN
                   AT END
                       MOVE "YES" TO HEAD-EOFSW
                   NOT AT END
                       IF HEAD-CNT >= 150
                           DISPLAY "HEAD-TABLE FULL (150 ENTRIES) - "
                               "RECORD SKIPPED: " HEAD-REC-IN
                       ELSE
                           ADD 1 TO HEAD-CNT
                           MOVE HPROVCD-IN TO HTBL-PROVCD(HEAD-CNT)
                           MOVE HSTATCD-IN TO HTBL-STATCD(HEAD-CNT)
                           MOVE HAUTH-IN TO HTBL-AUTH(HEAD-CNT)
                           MOVE "YES" TO HTBL-ACTIVE(HEAD-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF HEADIN-STATUS NOT = "35"
               CLOSE HEADIN
           END-IF.
       LOAD-HEAD-END.

       COUNT-WORKERS-RTN.
           IF MST-EOFSW = "NO "
               MOVE LOW-VALUES TO MST-WNO
               START MSTFILE KEY IS NOT LESS THAN MST-WNO
                   INVALID KEY
                       MOVE "YES" TO MST-EOFSW
               END-START
           END-IF.
           PERFORM UNTIL MST-EOFSW = "YES"
               READ MSTFILE NEXT RECORD
                   AT END
                       MOVE "YES" TO MST-EOFSW
                   NOT AT END
                       PERFORM FIND-SEPARATION-RTN
                       IF SEP-FOUND-SW = "NO "
                           PERFORM COUNT-ONE-WORKER-RTN
                       END-IF
               END-READ
           END-PERFORM.
       COUNT-WORKERS-END.

       COUNT-ONE-WORKER-RTN.
           MOVE "NO " TO ACT-FOUND-SW
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > ACTUAL-CNT
                      OR ACT-FOUND-SW = "YES"
               IF ACT-PROVCD(ACT-IDX) = MST-PROVCD
                  AND ACT-STATCD(ACT-IDX) = MST-STATCD
                   MOVE "YES" TO ACT-FOUND-SW
                   ADD 1 TO ACT-COUNT(ACT-IDX)
               END-IF
           END-PERFORM
           IF ACT-FOUND-SW = "NO "
               IF ACTUAL-CNT >= 150
                   DISPLAY "ACTUAL-TABLE FULL (150 ENTRIES) - "
                       "WORKER NOT COUNTED: " MST-WNO
               ELSE
                   ADD 1 TO ACTUAL-CNT
                   MOVE MST-PROVCD TO ACT-PROVCD(ACTUAL-CNT)
                   MOVE MST-STATCD TO ACT-STATCD(ACTUAL-CNT)
                   MOVE 1 TO ACT-COUNT(ACTUAL-CNT)
               END-IF
           END-IF.
       COUNT-ONE-WORKER-END.

       GET-ACTUAL-RTN.
           MOVE 0 TO HD-ACTUAL
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > ACTUAL-CNT
               IF ACT-PROVCD(ACT-IDX) = HTBL-PROVCD(HD-FOUND-IDX)
                  AND ACT-STATCD(ACT-IDX) = HTBL-STATCD(HD-FOUND-IDX)
                   MOVE ACT-COUNT(ACT-IDX) TO HD-ACTUAL
               END-IF
           END-PERFORM.
       GET-ACTUAL-END.

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

       APPLY-HDTRAN-RTN.
           PERFORM FIND-HEAD-RTN.
           PERFORM EDIT-HDTRAN-RTN.

           IF HD-VALID-SW = "YES"
               EVALUATE HTRCD-IN
                   WHEN "A"
                       PERFORM ADD-HEAD-RTN
                   WHEN "C"
                       PERFORM CHANGE-HEAD-RTN
                   WHEN "D"
                       PERFORM DELETE-HEAD-RTN
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION CODE" TO HD-LINE-MSG
                       PERFORM REJECT-HEAD-RTN
               END-EVALUATE
           END-IF.

           READ HDTRANFILE
               AT END
                   MOVE "YES" TO HDTRAN-EOFSW
               NOT AT END
                   CONTINUE
           END-READ.
       APPLY-HDTRAN-END.

       EDIT-HDTRAN-RTN.
           MOVE "YES" TO HD-VALID-SW
           MOVE "NO " TO HD-PROV-SW
           PERFORM VARYING PROV-IDX FROM 1 BY 1
                   UNTIL PROV-IDX > PROVTAB-CNT
                      OR HD-PROV-SW = "YES"
               IF PROVCD-TBL(PROV-IDX) = HTPROVCD-IN
                   MOVE "YES" TO HD-PROV-SW
               END-IF
           END-PERFORM

           IF HD-PROV-SW = "NO " AND HTRCD-IN NOT = "D"
               MOVE "PROVINCE CODE NOT ON TABLE" TO HD-LINE-MSG
               PERFORM REJECT-HEAD-RTN
           ELSE IF HTSTATCD-IN NOT = "P" AND HTSTATCD-IN NOT = "T"
                   AND HTSTATCD-IN NOT = "C"
               MOVE "INVALID STATUS CODE" TO HD-LINE-MSG
               PERFORM REJECT-HEAD-RTN
           ELSE IF HTAUTH-IN NOT NUMERIC AND HTRCD-IN NOT = "D"
               MOVE "AUTHORIZED COUNT NOT NUMERIC" TO HD-LINE-MSG
               PERFORM REJECT-HEAD-RTN
           END-IF.
       EDIT-HDTRAN-END.

       REJECT-HEAD-RTN.
           MOVE "NO " TO HD-VALID-SW
           MOVE "**REJECT**" TO HD-LINE-ACTION
           MOVE HTPROVCD-IN TO HD-LINE-PROVCD
           MOVE HTSTATCD-IN TO HD-LINE-STATCD
           IF HTAUTH-IN NUMERIC
               MOVE HTAUTH-IN TO HD-LINE-AUTH
           ELSE
               MOVE 0 TO HD-LINE-AUTH
           END-IF
           IF HD-FOUND-SW = "YES"
               PERFORM GET-ACTUAL-RTN
               MOVE HD-ACTUAL TO HD-LINE-ACTUAL
           ELSE
               MOVE 0 TO HD-LINE-ACTUAL
           END-IF
           WRITE HDLOGREC FROM HD-LINE
           ADD 1 TO HD-REJCNT.
       REJECT-HEAD-END.

       FIND-HEAD-RTN.
           MOVE "NO " TO HD-FOUND-SW
           MOVE 0 TO HD-FOUND-IDX
           PERFORM VARYING HD-IDX FROM 1 BY 1
                   UNTIL HD-IDX > HEAD-CNT
                      OR HD-FOUND-SW = "YES"
               IF HTBL-PROVCD(HD-IDX) = HTPROVCD-IN
                  AND HTBL-STATCD(HD-IDX) = HTSTATCD-IN
                  AND HTBL-ACTIVE(HD-IDX) = "YES"
                   MOVE "YES" TO HD-FOUND-SW
                   MOVE HD-IDX TO HD-FOUND-IDX
               END-IF
           END-PERFORM.
       FIND-HEAD-END.

       ADD-HEAD-RTN.
           IF HD-FOUND-SW = "YES"
               MOVE "DUPLICATE PROVINCE/STATUS" TO HD-LINE-MSG
               PERFORM REJECT-HEAD-RTN
           ELSE IF HEAD-CNT >= 150
               MOVE "HEADCOUNT TABLE FULL (150 MAX)" TO HD-LINE-MSG
               PERFORM REJECT-HEAD-RTN
           ELSE
               ADD 1 TO HEAD-CNT
               MOVE HTPROVCD-IN TO HTBL-PROVCD(HEAD-CNT)
               MOVE HTSTATCD-IN TO HTBL-STATCD(HEAD-CNT)
               MOVE HTAUTH-IN TO HTBL-AUTH(HEAD-CNT)
               MOVE "YES" TO HTBL-ACTIVE(HEAD-CNT)
               MOVE HEAD-CNT TO HD-FOUND-IDX
               MOVE "ADD" TO HD-LINE-ACTION
               PERFORM WRITE-HEAD-LINE-RTN
               ADD 1 TO HD-ADDCNT
           END-IF.
       ADD-HEAD-END.

       CHANGE-HEAD-RTN.
           IF HD-FOUND-SW = "NO "
               MOVE "PROVINCE/STATUS NOT ON TABLE" TO HD-LINE-MSG
               PERFORM REJECT-HEAD-RTN
           ELSE
               MOVE HTAUTH-IN TO HTBL-AUTH(HD-FOUND-IDX)
               MOVE "CHANGE" TO HD-LINE-ACTION
               PERFORM WRITE-HEAD-LINE-RTN
               ADD 1 TO HD-CHGCNT
           END-IF.
       CHANGE-HEAD-END.

       DELETE-HEAD-RTN.
           MOVE 0 TO HD-ACTUAL
           IF HD-FOUND-SW = "YES"
               PERFORM GET-ACTUAL-RTN
           END-IF
           IF HD-FOUND-SW = "NO "
               MOVE "PROVINCE/STATUS NOT ON TABLE" TO HD-LINE-MSG
               PERFORM REJECT-HEAD-RTN
           ELSE IF HD-ACTUAL > 0
               MOVE HTBL-AUTH(HD-FOUND-IDX) TO HTAUTH-IN
               MOVE "WORKERS STILL ON MASTER" TO HD-LINE-MSG
               PERFORM REJECT-HEAD-RTN
           ELSE
               MOVE "NO " TO HTBL-ACTIVE(HD-FOUND-IDX)
               MOVE "DELETE" TO HD-LINE-ACTION
               PERFORM WRITE-HEAD-LINE-RTN
               ADD 1 TO HD-DELCNT
           END-IF.
       DELETE-HEAD-END.

       WRITE-HEAD-LINE-RTN.
           MOVE HTBL-PROVCD(HD-FOUND-IDX) TO HD-LINE-PROVCD
           MOVE HTBL-STATCD(HD-FOUND-IDX) TO HD-LINE-STATCD
           MOVE HTBL-AUTH(HD-FOUND-IDX) TO HD-LINE-AUTH
           PERFORM GET-ACTUAL-RTN
           MOVE HD-ACTUAL TO HD-LINE-ACTUAL
           IF HTBL-ACTIVE(HD-FOUND-IDX) = "YES"
              AND HD-ACTUAL > HTBL-AUTH(HD-FOUND-IDX)
               MOVE "OK - BELOW ACTUAL (OVERAGE)" TO HD-LINE-MSG
           ELSE
               MOVE "OK" TO HD-LINE-MSG
           END-IF
           WRITE HDLOGREC FROM HD-LINE.
       WRITE-HEAD-LINE-END.

       WRITE-HEAD-RTN.
           PERFORM VARYING HD-IDX FROM 1 BY 1
                   UNTIL HD-IDX > HEAD-CNT
               IF HTBL-ACTIVE(HD-IDX) = "YES"
                   MOVE HTBL-PROVCD(HD-IDX) TO HPROVCD-OUT
                   MOVE HTBL-STATCD(HD-IDX) TO HSTATCD-OUT
                   MOVE HTBL-AUTH(HD-IDX) TO HAUTH-OUT
                   WRITE HEAD-REC-OUT
               END-IF
           END-PERFORM.
           CLOSE HEADOUT.
       WRITE-HEAD-END.

       FINISH-RTN.
           MOVE HD-ADDCNT TO HD-ADD-OUT
           MOVE HD-CHGCNT TO HD-CHG-OUT
           MOVE HD-DELCNT TO HD-DEL-OUT
           MOVE HD-REJCNT TO HD-REJ-OUT
           WRITE HDLOGREC FROM NEWLINE
           WRITE HDLOGREC FROM HD-TOTALS
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > ACTUAL-CNT
               MOVE "NO " TO HD-FOUND-SW
               PERFORM VARYING HD-IDX FROM 1 BY 1
                       UNTIL HD-IDX > HEAD-CNT
                   IF HTBL-PROVCD(HD-IDX) = ACT-PROVCD(ACT-IDX)
                      AND HTBL-STATCD(HD-IDX) = ACT-STATCD(ACT-IDX)
                      AND HTBL-ACTIVE(HD-IDX) = "YES"
                       MOVE "YES" TO HD-FOUND-SW
                   END-IF
               END-PERFORM
               IF HD-FOUND-SW = "NO "
                   ADD ACT-COUNT(ACT-IDX) TO HD-UNCOUNTED
               END-IF
           END-PERFORM
           MOVE HD-UNCOUNTED TO HD-UNCOUNTED-OUT
           WRITE HDLOGREC FROM HD-UNCOUNTED-LINE

           IF MST-OPEN-SW = "YES"
               CLOSE MSTFILE
           END-IF
           IF SEP-OPEN-SW = "YES"
               CLOSE SEPFILE
           END-IF
           CLOSE HDTRANFILE HDLOGFILE.
       FINISH-END.
