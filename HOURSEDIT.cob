       DATE-WRITTEN. SEPTEMBER 2, 2026.
       DATE-COMPILED. SEPTEMBER 2, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM EDITS THE PER-PERIOD HOURS FILE (HOURS.txt)
           BEFORE PAYCALC.cob PRICES IT. EACH HOURS RECORD CARRIES FOUR
           BUCKETS - REGULAR, OVERTIME, REST-DAY AND HOLIDAY HOURS - SO
           PAYCALC.cob CAN PRICE EACH AT ITS OWN PREMIUM. EACH HOURS
           RECORD IS CHECKED AGAINST THE INDEXED WORKER MASTER
           (WORKERMST.dat), DUPLICATE WORKER NUMBERS ARE FLAGGED, EVERY
           BUCKET MUST BE NUMERIC, AND REGULAR HOURS OVER THE CEILING
           (COMMAND LINE, DEFAULT 84.0) OR PREMIUM HOURS OVER THEIR OWN
           CEILINGS (OVERTIME 40.0, REST-DAY 32.0, HOLIDAY 24.0) ARE
           REJECTED. EVERY CLEAN RECORD WITH PREMIUM HOURS IS LISTED ON
           THE EDIT REPORT SO THE PREMIUM CLAIMED IS ON RECORD. WORKERS
           ON PAYROLL.txt WITH NO HOURS RECORD ARE LISTED. UNPAID-LEAVE
           HOURS FROM UNPAIDHRS.txt (WRITTEN BY LEAVEMNT.cob) ARE
           SUBTRACTED FROM EACH WORKER'S REGULAR HOURS SO ABSENCE
           REACHES THE PAY REGISTER; ONLY RECORDS STAMPED WITH THE
           CURRENT PAY PERIOD (FROM PAYPERIOD.txt) ARE HONORED, SO A
           STALE FILE FROM AN EARLIER CYCLE CANNOT DOCK THE SAME LEAVE
           AGAIN. CLEAN RECORDS GO TO HOURSCLEAN.txt AND THE EDIT REPORT
           GOES TO HOURSLOG.txt SO PAYROLL CAN FIX THE INPUT BEFORE
           PRICING.


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

       FD MSTFILE
           RECORD CONTAINS 34 CHARACTERS

       FD CLEANFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS CLEAN-REC.

       01 CLEAN-REC.
           05 CLEAN-WNO PIC X(7).
           05 CLEAN-REG PIC 9(3)V9.
           05 CLEAN-OT PIC 9(3)V9.
           05 CLEAN-RD PIC 9(3)V9.
           05 CLEAN-HOL PIC 9(3)V9.

       FD EDTLOGFILE
           LABEL RECORDS ARE OMITTED

       01 EDT-CONTROLS.
           05 HRS-CEILING PIC 9(3)V9 VALUE 84.0.
           05 OT-CEILING PIC 9(3)V9 VALUE 40.0.
           05 RD-CEILING PIC 9(3)V9 VALUE 32.0.
           05 HOL-CEILING PIC 9(3)V9 VALUE 24.0.
           05 WORK-REJHRS PIC 9(3)V9 VALUE 0.
           05 DUP-FOUND-SW PIC X(3) VALUE "NO ".
           05 MST-FOUND-SW PIC X(3) VALUE "NO ".
           05 HRS-FOUND-SW PIC X(3) VALUE "NO ".
           05 EDT-DUPCNT PIC 9(5) VALUE 0.
           05 EDT-NOMSTCNT PIC 9(5) VALUE 0.
           05 EDT-OVERCNT PIC 9(5) VALUE 0.
           05 EDT-BADCNT PIC 9(5) VALUE 0.
           05 EDT-PREMCNT PIC 9(5) VALUE 0.
           05 EDT-NOHRSCNT PIC 9(5) VALUE 0.
           05 EDT-REDCNT PIC 9(5) VALUE 0.
           05 EDT-REDHRS PIC 9(5)V9 VALUE 0.
           05 EDT-REGHRS PIC 9(6)V9 VALUE 0.
           05 EDT-OTHRS PIC 9(6)V9 VALUE 0.
           05 EDT-RDHRS PIC 9(6)V9 VALUE 0.
           05 EDT-HOLHRS PIC 9(6)V9 VALUE 0.

       01 EDT-HD1.
           05 FILLER PIC X(26)
       01 EDT-HD2.
           05 FILLER PIC X(15) VALUE "HOURS CEILING: ".
           05 EDT-HD2-CEILING PIC ZZ9.9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "OT: ".
           05 EDT-HD2-OTCEIL PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "REST-DAY: ".
           05 EDT-HD2-RDCEIL PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "HOLIDAY: ".
           05 EDT-HD2-HOLCEIL PIC ZZ9.9.
           05 FILLER PIC X(10) VALUE SPACES.

       01 EDT-REJ-LINE.
           05 FILLER PIC X(4) VALUE "*** ".
           05 FILLER PIC X(7) VALUE " HOURS ".
           05 FILLER PIC X(32) VALUE SPACES.

       01 EDT-PREM-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 EDT-PREM-WNO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "PREMIUM HOURS: ".
           05 FILLER PIC X(4) VALUE "OT ".
           05 EDT-PREM-OT PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "RD ".
           05 EDT-PREM-RD PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "HOL ".
           05 EDT-PREM-HOL PIC ZZ9.9.
           05 FILLER PIC X(19) VALUE SPACES.

       01 EDT-NOHRS-HD.
           05 FILLER PIC X(40)
              VALUE "WORKERS ON PAYROLL WITH NO HOURS RECORD:".
           05 EDT-RED-OUT PIC ZZ,ZZ9.9.
           05 FILLER PIC X(15) VALUE SPACES.

       01 EDT-TOTALS4.
           05 FILLER PIC X(13) VALUE "NON-NUMERIC: ".
           05 EDT-BAD-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "CLEAN WITH PREMIUM HRS: ".
           05 EDT-PREM-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(28) VALUE SPACES.

       01 EDT-TOTALS5.
           05 FILLER PIC X(11) VALUE "CLEAN REG: ".
           05 EDT-REGHRS-OUT PIC ZZZ,ZZ9.9.
           05 FILLER PIC X(5) VALUE "  OT ".
           05 EDT-OTHRS-OUT PIC ZZZ,ZZ9.9.
           05 FILLER PIC X(5) VALUE "  RD ".
           05 EDT-RDHRS-OUT PIC ZZZ,ZZ9.9.
           05 FILLER PIC X(6) VALUE "  HOL ".
           05 EDT-HOLHRS-OUT PIC ZZZ,ZZ9.9.
           05 FILLER PIC X(17) VALUE SPACES.

       01 NEWLINE PIC X(80) VALUE SPACES.

       01 JOBCTL-CONTROLS.

           WRITE EDTLOGREC FROM EDT-HD1.
           MOVE HRS-CEILING TO EDT-HD2-CEILING.
           MOVE OT-CEILING TO EDT-HD2-OTCEIL.
           MOVE RD-CEILING TO EDT-HD2-RDCEIL.
           MOVE HOL-CEILING TO EDT-HD2-HOLCEIL.
           WRITE EDTLOGREC FROM EDT-HD2.
           WRITE EDTLOGREC FROM NEWLINE.
       INITIAL-END.
       EDIT-ONE-RECORD-RTN.
           PERFORM CHECK-DUP-RTN.

           MOVE 0 TO WORK-REJHRS.
           IF HRS-REG-IN NUMERIC
               MOVE HRS-REG-IN TO WORK-REJHRS
           END-IF.

           IF DUP-FOUND-SW = "YES"
               MOVE "DUPLICATE HOURS RECORD" TO EDT-REJ-MSG
               PERFORM WRITE-REJECT-RTN
                   PERFORM WRITE-REJECT-RTN
                   ADD 1 TO EDT-NOMSTCNT
               ELSE
                   PERFORM EDIT-BUCKETS-RTN
                   IF EDT-REJ-MSG = SPACES
                       PERFORM REDUCE-UNPAID-RTN
                       MOVE HRS-WNO-IN TO CLEAN-WNO
                       MOVE HRS-OT-IN TO CLEAN-OT
                       MOVE HRS-RD-IN TO CLEAN-RD
                       MOVE HRS-HOL-IN TO CLEAN-HOL
                       WRITE CLEAN-REC
                       ADD 1 TO EDT-CLEANCNT
                       ADD CLEAN-REG TO EDT-REGHRS
                       ADD CLEAN-OT TO EDT-OTHRS
                       ADD CLEAN-RD TO EDT-RDHRS
                       ADD CLEAN-HOL TO EDT-HOLHRS
                       PERFORM LIST-PREMIUM-RTN
                   END-IF
               END-IF
           END-IF.
       EDIT-ONE-RECORD-END.

       EDIT-BUCKETS-RTN.
           MOVE SPACES TO EDT-REJ-MSG
           IF HRS-REG-IN NOT NUMERIC
              OR HRS-OT-IN NOT NUMERIC
              OR HRS-RD-IN NOT NUMERIC
              OR HRS-HOL-IN NOT NUMERIC
               MOVE 0 TO WORK-REJHRS
               MOVE "NON-NUMERIC HOURS BUCKET" TO EDT-REJ-MSG
               ADD 1 TO EDT-BADCNT
           ELSE IF HRS-REG-IN > HRS-CEILING
               MOVE HRS-REG-IN TO WORK-REJHRS
               MOVE "HOURS OVER CEILING" TO EDT-REJ-MSG
               ADD 1 TO EDT-OVERCNT
           ELSE IF HRS-OT-IN > OT-CEILING
               MOVE HRS-OT-IN TO WORK-REJHRS
               MOVE "OVERTIME OVER CEILING" TO EDT-REJ-MSG
               ADD 1 TO EDT-OVERCNT
           ELSE IF HRS-RD-IN > RD-CEILING
               MOVE HRS-RD-IN TO WORK-REJHRS
               MOVE "REST-DAY HOURS OVER CEILING" TO EDT-REJ-MSG
               ADD 1 TO EDT-OVERCNT
           ELSE IF HRS-HOL-IN > HOL-CEILING
               MOVE HRS-HOL-IN TO WORK-REJHRS
               MOVE "HOLIDAY HOURS OVER CEILING" TO EDT-REJ-MSG
               ADD 1 TO EDT-OVERCNT
           END-IF.
           IF EDT-REJ-MSG NOT = SPACES
               PERFORM WRITE-REJECT-RTN
           END-IF.
       EDIT-BUCKETS-END.

       LIST-PREMIUM-RTN.
           IF CLEAN-OT > 0 OR CLEAN-RD > 0 OR CLEAN-HOL > 0
               MOVE CLEAN-WNO TO EDT-PREM-WNO
               MOVE CLEAN-OT TO EDT-PREM-OT
               MOVE CLEAN-RD TO EDT-PREM-RD
               MOVE CLEAN-HOL TO EDT-PREM-HOL
               WRITE EDTLOGREC FROM EDT-PREM-LINE
               ADD 1 TO EDT-PREMCNT
           END-IF.
       LIST-PREMIUM-END.

       CHECK-DUP-RTN.
           MOVE "NO " TO DUP-FOUND-SW
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
       MASTER-LOOKUP-END.

       REDUCE-UNPAID-RTN.
           MOVE HRS-REG-IN TO CLEAN-REG
           MOVE 0 TO WORK-UNPDHRS
           PERFORM VARYING UNPD-SUB FROM 1 BY 1
                   UNTIL UNPD-SUB > UNPAID-CNT
               END-IF
           END-PERFORM
           IF WORK-UNPDHRS > 0
               IF WORK-UNPDHRS >= HRS-REG-IN
                   ADD HRS-REG-IN TO EDT-REDHRS
                   MOVE 0 TO CLEAN-REG
               ELSE
                   SUBTRACT WORK-UNPDHRS FROM HRS-REG-IN
                       GIVING CLEAN-REG
                   ADD WORK-UNPDHRS TO EDT-REDHRS
               END-IF
               MOVE HRS-WNO-IN TO EDT-RED-WNO

       WRITE-REJECT-RTN.
           MOVE HRS-WNO-IN TO EDT-REJ-WNO
           MOVE WORK-REJHRS TO EDT-REJ-HRS
           WRITE EDTLOGREC FROM EDT-REJ-LINE
           ADD 1 TO EDT-REJCNT.
       WRITE-REJECT-END.
           MOVE EDT-OVERCNT TO EDT-OVER-OUT
           MOVE EDT-NOHRSCNT TO EDT-NOHRS-OUT
           MOVE EDT-REDHRS TO EDT-RED-OUT
           MOVE EDT-BADCNT TO EDT-BAD-OUT
           MOVE EDT-PREMCNT TO EDT-PREM-OUT
           MOVE EDT-REGHRS TO EDT-REGHRS-OUT
           MOVE EDT-OTHRS TO EDT-OTHRS-OUT
           MOVE EDT-RDHRS TO EDT-RDHRS-OUT
           MOVE EDT-HOLHRS TO EDT-HOLHRS-OUT
           WRITE EDTLOGREC FROM NEWLINE
           WRITE EDTLOGREC FROM EDT-TOTALS
           WRITE EDTLOGREC FROM EDT-TOTALS2
           WRITE EDTLOGREC FROM EDT-TOTALS3
           WRITE EDTLOGREC FROM EDT-TOTALS4
           WRITE EDTLOGREC FROM EDT-TOTALS5

           IF EDT-REJCNT > 0 OR EDT-NOHRSCNT > 0
               ADD 4 TO RETURN-CODE
