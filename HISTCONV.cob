       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCONV.
       AUTHOR. RHABI MENDOZA.
       INSTALLATION. PUP MAIN.
       DATE-WRITTEN. OCTOBER 15, 2026.
       DATE-COMPILED. OCTOBER 15, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM CONVERTS THE CUMULATIVE FILES WHOSE
           RECORDS WERE LENGTHENED TO THE NEW LAYOUT. THE PAID LEDGER
           (PAIDLEDGER.txt) GOES FROM 35 TO 51 CHARACTERS, ADDING THE
           PERIOD START AND END DATES, AND THE WORKER HISTORY
           (WORKERHIST.txt) AND ITS ARCHIVE (HISTARCH.txt) GO FROM 81
           TO 89 CHARACTERS, ADDING THE EFFECTIVE DATE. THE NEW FIELDS
           ARE LEFT BLANK ON THE EXISTING RECORDS. RUN IT ONCE, BEFORE
           THE NEW PAYCALC.cob AND WORKERMNT.cob AND BEFORE ANY OTHER
           PROGRAM THAT READS THESE FILES. EACH FILE IS COPIED TO A
           WORK FILE FIRST AND IS REPLACED ONLY WHEN EVERY RECORD IS
           IN THE OLD LAYOUT, SO A FILE ALREADY CONVERTED IS LEFT AS
           IT IS. THE RESULTS ARE LOGGED ON CONVLOG.txt. RETURN CODE 8
           WHEN A FILE WAS LEFT UNCONVERTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ACER.
       OBJECT-COMPUTER. ACER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDLEDFILE ASSIGN TO 'PAIDLEDGER.txt'
               FILE STATUS IS OLDLED-STATUS.
           SELECT LEDFILE ASSIGN TO 'PAIDLEDGER.txt'.
           SELECT LEDWORKFILE ASSIGN TO 'LEDWORK.tmp'.
           SELECT OLDHISTFILE ASSIGN TO 'WORKERHIST.txt'
               FILE STATUS IS OLDHIST-STATUS.
           SELECT HISTFILE ASSIGN TO 'WORKERHIST.txt'.
           SELECT OLDHARCHFILE ASSIGN TO 'HISTARCH.txt'
               FILE STATUS IS OLDHARCH-STATUS.
           SELECT HARCHFILE ASSIGN TO 'HISTARCH.txt'.
           SELECT HISTWORKFILE ASSIGN TO 'HISTWORK.tmp'.
           SELECT CONVLOGFILE ASSIGN TO 'CONVLOG.txt'.

       DATA DIVISION.
       FILE SECTION.

       FD OLDLEDFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS OLDLED-REC.

       01 OLDLED-REC.
           05 OL-PERNO PIC 9(5).
           05 OL-DATE PIC X(8).
           05 OL-TIME PIC X(6).
           05 OL-WORKCNT PIC 9(5).
           05 OL-GROSS PIC 9(9)V99.

       FD LEDFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS LED-REC.

       01 LED-REC PIC X(51).

       FD LEDWORKFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS LEDWORK-REC.

       01 LEDWORK-REC.
           05 LW-OLDREC PIC X(35).
           05 LW-STARTDT PIC X(8).
           05 LW-ENDDT PIC X(8).

       FD OLDHISTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS
           DATA RECORD IS OLDHIST-REC.

       01 OLDHIST-REC PIC X(81).

       FD HISTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS HIST-REC.

       01 HIST-REC PIC X(89).

       FD OLDHARCHFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS
           DATA RECORD IS OLDHARCH-REC.

       01 OLDHARCH-REC PIC X(81).

       FD HARCHFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS HARCH-REC.

       01 HARCH-REC PIC X(89).

       FD HISTWORKFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS HISTWORK-REC.

       01 HISTWORK-REC.
           05 HW-OLDREC PIC X(81).
           05 HW-EFFDT PIC X(8).

       FD CONVLOGFILE
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONVLOGREC.

       01 CONVLOGREC.
           05 FILLER PIC X(80).

       WORKING-STORAGE SECTION.

       01 TEMP-VALUES.
           05 OLDLED-STATUS PIC X(2) VALUE "00".
           05 OLDHIST-STATUS PIC X(2) VALUE "00".
           05 OLDHARCH-STATUS PIC X(2) VALUE "00".
           05 CONV-READ-STATUS PIC X(2) VALUE "00".
           05 CONV-EOFSW PIC X(3) VALUE "NO ".
           05 CONV-OK-SW PIC X(3) VALUE "YES".
           05 CONV-REC-OK-SW PIC X(3) VALUE "YES".

       01 CONV-CONTROLS.
           05 CONV-RECCNT PIC 9(7) VALUE 0.
           05 CONV-FILECNT PIC 9 VALUE 0.
           05 CONV-ERRCNT PIC 9 VALUE 0.

       01 CONV-HIST-AREA.
           05 CH-DATE PIC X(8).
           05 CH-TIME PIC X(6).
           05 CH-ACTION PIC X(6).
           05 FILLER PIC X(61).

       01 CONV-DATE.
           05 CONV-DATE-CC PIC X(2).
           05 CONV-DATE-YY PIC X(2).
           05 CONV-DATE-MM PIC X(2).
           05 CONV-DATE-DD PIC X(2).

       01 CONV-TIME.
           05 CONV-TIME-HH PIC X(2).
           05 CONV-TIME-MI PIC X(2).
           05 CONV-TIME-SS PIC X(2).

       01 CONV-HD1.
           05 FILLER PIC X(35)
              VALUE "LEDGER AND HISTORY CONVERSION LOG.".
           05 FILLER PIC X(45) VALUE SPACES.

       01 CONV-LINE.
           05 CONV-LINE-FILE PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CONV-LINE-MSG PIC X(40).
           05 FILLER PIC X(9) VALUE "RECORDS: ".
           05 CONV-LINE-CNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.

       01 CONV-TOTALS.
           05 FILLER PIC X(17) VALUE "FILES CONVERTED: ".
           05 CONV-FILE-OUT PIC 9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "FILES LEFT AS THEY ARE".
           05 FILLER PIC X(2) VALUE ": ".
           05 CONV-ERR-OUT PIC 9.
           05 FILLER PIC X(34) VALUE SPACES.

       01 NEWLINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-RTN.
           PERFORM INITIAL-RTN.
           PERFORM CONVERT-LEDGER-RTN.
           PERFORM CONVERT-HIST-RTN.
           PERFORM CONVERT-HARCH-RTN.
           PERFORM FINISH-RTN.
           STOP RUN.

       INITIAL-RTN.
           OPEN OUTPUT CONVLOGFILE.

           WRITE CONVLOGREC FROM CONV-HD1.
           WRITE CONVLOGREC FROM NEWLINE.
       INITIAL-END.

       CONVERT-LEDGER-RTN.
           MOVE "PAIDLEDGER.txt" TO CONV-LINE-FILE
           MOVE 0 TO CONV-RECCNT
           MOVE "YES" TO CONV-OK-SW
           MOVE "NO " TO CONV-EOFSW
           OPEN INPUT OLDLEDFILE
           IF OLDLED-STATUS NOT = "00"
               MOVE "NOT FOUND - NOTHING TO CONVERT" TO CONV-LINE-MSG
               MOVE 0 TO CONV-LINE-CNT
               WRITE CONVLOGREC FROM CONV-LINE
           ELSE
               OPEN OUTPUT LEDWORKFILE
               PERFORM UNTIL CONV-EOFSW = "YES"
                   READ OLDLEDFILE
                       AT END
                           MOVE "YES" TO CONV-EOFSW
                       NOT AT END
                           MOVE OLDLED-STATUS TO CONV-READ-STATUS
                           PERFORM CHECK-LEDGER-RTN
                   END-READ
               END-PERFORM
               CLOSE OLDLEDFILE LEDWORKFILE
               IF CONV-OK-SW = "YES"
                   PERFORM COPY-LEDGER-RTN
               END-IF
               PERFORM LOG-RESULT-RTN
           END-IF.
       CONVERT-LEDGER-END.

       CHECK-LEDGER-RTN.
           ADD 1 TO CONV-RECCNT
           MOVE OL-DATE TO CONV-DATE
           MOVE OL-TIME TO CONV-TIME
           PERFORM CHECK-STAMP-RTN
           IF OL-PERNO NOT NUMERIC OR OL-WORKCNT NOT NUMERIC
              OR OL-GROSS NOT NUMERIC
               MOVE "NO " TO CONV-REC-OK-SW
           END-IF
           IF CONV-REC-OK-SW = "YES"
               MOVE OLDLED-REC TO LW-OLDREC
               MOVE SPACES TO LW-STARTDT
               MOVE SPACES TO LW-ENDDT
               WRITE LEDWORK-REC
           ELSE
               MOVE "NO " TO CONV-OK-SW
               MOVE "YES" TO CONV-EOFSW
           END-IF.
       CHECK-LEDGER-END.

       COPY-LEDGER-RTN.
           MOVE "NO " TO CONV-EOFSW
           OPEN INPUT LEDWORKFILE
           OPEN OUTPUT LEDFILE
           PERFORM UNTIL CONV-EOFSW = "YES"
               READ LEDWORKFILE
                   AT END
                       MOVE "YES" TO CONV-EOFSW
                   NOT AT END
                       WRITE LED-REC FROM LEDWORK-REC
               END-READ
           END-PERFORM
           CLOSE LEDWORKFILE LEDFILE.
       COPY-LEDGER-END.

       CONVERT-HIST-RTN.
           MOVE "WORKERHIST.txt" TO CONV-LINE-FILE
           MOVE 0 TO CONV-RECCNT
           MOVE "YES" TO CONV-OK-SW
           MOVE "NO " TO CONV-EOFSW
           OPEN INPUT OLDHISTFILE
           IF OLDHIST-STATUS NOT = "00"
               MOVE "NOT FOUND - NOTHING TO CONVERT" TO CONV-LINE-MSG
               MOVE 0 TO CONV-LINE-CNT
               WRITE CONVLOGREC FROM CONV-LINE
           ELSE
               OPEN OUTPUT HISTWORKFILE
               PERFORM UNTIL CONV-EOFSW = "YES"
                   READ OLDHISTFILE INTO CONV-HIST-AREA
                       AT END
                           MOVE "YES" TO CONV-EOFSW
                       NOT AT END
                           MOVE OLDHIST-STATUS TO CONV-READ-STATUS
                           PERFORM CHECK-HIST-RTN
                   END-READ
               END-PERFORM
               CLOSE OLDHISTFILE HISTWORKFILE
               IF CONV-OK-SW = "YES"
                   MOVE "NO " TO CONV-EOFSW
                   OPEN INPUT HISTWORKFILE
                   OPEN OUTPUT HISTFILE
                   PERFORM UNTIL CONV-EOFSW = "YES"
                       READ HISTWORKFILE
                           AT END
                               MOVE "YES" TO CONV-EOFSW
                           NOT AT END
                               WRITE HIST-REC FROM HISTWORK-REC
                       END-READ
                   END-PERFORM
                   CLOSE HISTWORKFILE HISTFILE
               END-IF
               PERFORM LOG-RESULT-RTN
           END-IF.
       CONVERT-HIST-END.

       CONVERT-HARCH-RTN.
           MOVE "HISTARCH.txt" TO CONV-LINE-FILE
           MOVE 0 TO CONV-RECCNT
           MOVE "YES" TO CONV-OK-SW
           MOVE "NO " TO CONV-EOFSW
           OPEN INPUT OLDHARCHFILE
           IF OLDHARCH-STATUS NOT = "00"
               MOVE "NOT FOUND - NOTHING TO CONVERT" TO CONV-LINE-MSG
               MOVE 0 TO CONV-LINE-CNT
               WRITE CONVLOGREC FROM CONV-LINE
           ELSE
               OPEN OUTPUT HISTWORKFILE
               PERFORM UNTIL CONV-EOFSW = "YES"
                   READ OLDHARCHFILE INTO CONV-HIST-AREA
                       AT END
                           MOVE "YES" TO CONV-EOFSW
                       NOT AT END
                           MOVE OLDHARCH-STATUS TO CONV-READ-STATUS
                           PERFORM CHECK-HIST-RTN
                   END-READ
               END-PERFORM
               CLOSE OLDHARCHFILE HISTWORKFILE
               IF CONV-OK-SW = "YES"
                   MOVE "NO " TO CONV-EOFSW
                   OPEN INPUT HISTWORKFILE
                   OPEN OUTPUT HARCHFILE
                   PERFORM UNTIL CONV-EOFSW = "YES"
                       READ HISTWORKFILE
                           AT END
                               MOVE "YES" TO CONV-EOFSW
                           NOT AT END
                               WRITE HARCH-REC FROM HISTWORK-REC
                       END-READ
                   END-PERFORM
                   CLOSE HISTWORKFILE HARCHFILE
               END-IF
               PERFORM LOG-RESULT-RTN
           END-IF.
       CONVERT-HARCH-END.

       CHECK-HIST-RTN.
           ADD 1 TO CONV-RECCNT
           MOVE CH-DATE TO CONV-DATE
           MOVE CH-TIME TO CONV-TIME
           PERFORM CHECK-STAMP-RTN
           IF CH-ACTION NOT = "ADD" AND CH-ACTION NOT = "CHANGE"
              AND CH-ACTION NOT = "DELETE" AND CH-ACTION NOT = "SEPAR"
               MOVE "NO " TO CONV-REC-OK-SW
           END-IF
           IF CONV-REC-OK-SW = "YES"
               MOVE CONV-HIST-AREA TO HW-OLDREC
               MOVE SPACES TO HW-EFFDT
               WRITE HISTWORK-REC
           ELSE
               MOVE "NO " TO CONV-OK-SW
               MOVE "YES" TO CONV-EOFSW
           END-IF.
       CHECK-HIST-END.

       CHECK-STAMP-RTN.
           MOVE "YES" TO CONV-REC-OK-SW
           IF CONV-READ-STATUS NOT = "00"
              OR CONV-DATE NOT NUMERIC OR CONV-TIME NOT NUMERIC
               MOVE "NO " TO CONV-REC-OK-SW
           ELSE IF CONV-DATE-CC NOT = "19" AND CONV-DATE-CC NOT = "20"
               MOVE "NO " TO CONV-REC-OK-SW
           ELSE IF CONV-DATE-MM < "01" OR CONV-DATE-MM > "12"
              OR CONV-DATE-DD < "01" OR CONV-DATE-DD > "31"
               MOVE "NO " TO CONV-REC-OK-SW
           ELSE IF CONV-TIME-HH > "23" OR CONV-TIME-MI > "59"
              OR CONV-TIME-SS > "59"
               MOVE "NO " TO CONV-REC-OK-SW
           END-IF
           END-IF
           END-IF
           END-IF.
       CHECK-STAMP-END.

       LOG-RESULT-RTN.
           MOVE CONV-RECCNT TO CONV-LINE-CNT
           IF CONV-OK-SW = "YES"
               MOVE "CONVERTED TO THE NEW LAYOUT" TO CONV-LINE-MSG
               ADD 1 TO CONV-FILECNT
           ELSE
               MOVE "*** NOT OLD LAYOUT - LEFT AS IT IS ***"
                   TO CONV-LINE-MSG
               ADD 1 TO CONV-ERRCNT
           END-IF
           WRITE CONVLOGREC FROM CONV-LINE.
       LOG-RESULT-END.

       FINISH-RTN.
           MOVE CONV-FILECNT TO CONV-FILE-OUT
           MOVE CONV-ERRCNT TO CONV-ERR-OUT
           WRITE CONVLOGREC FROM NEWLINE
           WRITE CONVLOGREC FROM CONV-TOTALS

           IF CONV-ERRCNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE CONVLOGFILE.
       FINISH-END.
