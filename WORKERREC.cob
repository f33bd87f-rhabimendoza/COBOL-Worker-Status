       DATE-COMPILED. SEPTEMBER 2, 2026.
       SECURITY. ACCESSIBLE TO ALL.
       REMARKS. THIS PROGRAM RECONCILES A WORKERMNT.cob MAINTENANCE
           CYCLE. IT PROVES OLD ACTIVE MASTER COUNT PLUS ADDS MINUS
           DELETES MINUS SEPARATIONS EQUALS THE RECORD COUNT ON
           NEWMASTER.txt, CROSS-CHECKS THAT AGAINST WHAT WORKERSORT.cob
           WROTE TO INFILE.txt, AND VERIFIES EVERY ADD, CHANGE, DELETE
           AND SEPARATION HAS A BEFORE/AFTER ENTRY ON WORKERHIST.txt FOR
           THE RUN'S DATE AND TIME (TAKEN FROM MNTCTL.txt). A NON-ZERO
           RETURN CODE IS SET WHEN THE CYCLE DOES NOT RECONCILE SO A
           HALF-APPLIED TRANSACTION FILE CANNOT SILENTLY FEED THE NEXT
           WORKER RUN. THE REPORT GOES TO MNTBALRPT.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       FD MNTCTLFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS MNTCTL-REC.

       01 MNTCTL-REC.
           05 MC-RUNNO PIC 9(5).
           05 MC-RUNDATE PIC X(8).
           05 MC-RUNTIME PIC X(6).
           05 MC-SEPCNT PIC 9(5).

       FD MASTERIN
           LABEL RECORDS ARE STANDARD

       FD HISTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS HIST-REC.

       01 HIST-REC.
           05 WH-NEW-PROVCD PIC A.
           05 WH-NEW-WNAME PIC X(25).
           05 WH-NEW-STATCD PIC A.
           05 WH-EFFDT PIC X(8).

       FD RECFILE
           LABEL RECORDS ARE OMITTED
       01 REC-COUNTS.
           05 NEW-COUNT PIC 9(5) VALUE 0.
           05 IN-COUNT PIC 9(5) VALUE 0.
           05 HISTADD-COUNT PIC 9(5) VALUE 0.
           05 HISTCHG-COUNT PIC 9(5) VALUE 0.
           05 HISTDEL-COUNT PIC 9(5) VALUE 0.
           05 HISTSEP-COUNT PIC 9(5) VALUE 0.
           05 EXPECT-COUNT PIC 9(5) VALUE 0.

       01 CTL-COUNTS.
           05 CTL-ADDCNT-IN PIC 9(5) VALUE 0.
           05 CTL-CHGCNT-IN PIC 9(5) VALUE 0.
           05 CTL-DELCNT-IN PIC 9(5) VALUE 0.
           05 CTL-SEPCNT-IN PIC 9(5) VALUE 0.
           05 CTL-NEWCNT-IN PIC 9(5) VALUE 0.
           05 CTL-RUNDATE-IN PIC X(8) VALUE SPACES.
           05 CTL-RUNTIME-IN PIC X(6) VALUE SPACES.
                       MOVE MC-ADDCNT TO CTL-ADDCNT-IN
                       MOVE MC-CHGCNT TO CTL-CHGCNT-IN
                       MOVE MC-DELCNT TO CTL-DELCNT-IN
                       MOVE MC-SEPCNT TO CTL-SEPCNT-IN
                       MOVE MC-NEWCNT TO CTL-NEWCNT-IN
                       MOVE MC-RUNDATE TO CTL-RUNDATE-IN
                       MOVE MC-RUNTIME TO CTL-RUNTIME-IN
                   NOT AT END
                       IF WH-DATE = CTL-RUNDATE-IN
                          AND WH-TIME = CTL-RUNTIME-IN
                           IF WH-ACTION = "ADD"
                               ADD 1 TO HISTADD-COUNT
                           END-IF
                           IF WH-ACTION = "CHANGE"
                               ADD 1 TO HISTCHG-COUNT
                           END-IF
                           IF WH-ACTION = "DELETE"
                               ADD 1 TO HISTDEL-COUNT
                           END-IF
                           IF WH-ACTION = "SEPAR"
                               ADD 1 TO HISTSEP-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       BALANCE-RTN.
           COMPUTE EXPECT-COUNT =
               CTL-OLDCNT-IN + CTL-ADDCNT-IN - CTL-DELCNT-IN
               - CTL-SEPCNT-IN
           MOVE "OLD+ADDS-DELETES-SEPARATED VS NEWMASTER"
               TO REC-LINE-DESC
           MOVE EXPECT-COUNT TO REC-LINE-LEFT
           MOVE NEW-COUNT TO REC-LINE-RIGHT
           END-IF
           WRITE RECREC FROM REC-LINE

           MOVE "HIST ADD ENTRIES VS RECORDS ADDED"
               TO REC-LINE-DESC
           MOVE HISTADD-COUNT TO REC-LINE-LEFT
           MOVE CTL-ADDCNT-IN TO REC-LINE-RIGHT
           IF HISTADD-COUNT = CTL-ADDCNT-IN
               MOVE REC-OK-MSG TO REC-LINE-VERDICT
           ELSE
               MOVE REC-BAD-MSG TO REC-LINE-VERDICT
               MOVE "YES" TO OUT-OF-BAL-SW
           END-IF
           WRITE RECREC FROM REC-LINE

           MOVE "HIST CHANGE ENTRIES VS RECORDS CHANGED"
               TO REC-LINE-DESC
           MOVE HISTCHG-COUNT TO REC-LINE-LEFT
               MOVE REC-BAD-MSG TO REC-LINE-VERDICT
               MOVE "YES" TO OUT-OF-BAL-SW
           END-IF
           WRITE RECREC FROM REC-LINE

           MOVE "HIST SEPAR ENTRIES VS RECORDS SEPARATED"
               TO REC-LINE-DESC
           MOVE HISTSEP-COUNT TO REC-LINE-LEFT
           MOVE CTL-SEPCNT-IN TO REC-LINE-RIGHT
           IF HISTSEP-COUNT = CTL-SEPCNT-IN
               MOVE REC-OK-MSG TO REC-LINE-VERDICT
           ELSE
               MOVE REC-BAD-MSG TO REC-LINE-VERDICT
               MOVE "YES" TO OUT-OF-BAL-SW
           END-IF
           WRITE RECREC FROM REC-LINE.
       BALANCE-END.

