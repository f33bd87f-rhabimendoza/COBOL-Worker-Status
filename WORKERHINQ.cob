
       FD HISTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS HIST-REC.

       01 HIST-REC.
           05 WH-NEW-PROVCD PIC A.
           05 WH-NEW-WNAME PIC X(25).
           05 WH-NEW-STATCD PIC A.
           05 WH-EFFDT PIC X(8).

       FD HISTARCHFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS HISTARCH-REC.

       01 HISTARCH-REC PIC X(89).

       FD HINQFILE
           LABEL RECORDS ARE OMITTED
           05 HWK-NEW-PROVCD PIC A.
           05 HWK-NEW-WNAME PIC X(25).
           05 HWK-NEW-STATCD PIC A.
           05 HWK-EFFDT PIC X(8).

       01 HINQ-HD1.
           05 FILLER PIC X(29)
           05 HINQ-LINE1-ACTION PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HINQ-LINE1-WNO PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "EFFECTIVE: ".
           05 HINQ-LINE1-EFFDT PIC X(8).
           05 FILLER PIC X(26) VALUE SPACES.

       01 HINQ-IMAGE-LINE.
           05 HINQ-IMAGE-TAG PIC X(10).
               MOVE HWK-TIME TO HINQ-LINE1-TIME
               MOVE HWK-ACTION TO HINQ-LINE1-ACTION
               MOVE HWK-WNO TO HINQ-LINE1-WNO
               MOVE HWK-EFFDT TO HINQ-LINE1-EFFDT
               WRITE HINQREC FROM HINQ-LINE1
               MOVE "  BEFORE: " TO HINQ-IMAGE-TAG
               MOVE HWK-OLD-PROVCD TO HINQ-IMAGE-PROVCD
