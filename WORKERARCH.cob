
       FD HISTFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS HIST-REC.

       01 HIST-REC.
           05 WH-DATE PIC X(8).
           05 FILLER PIC X(81).

       FD HISTARCHFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS HISTARCH-REC.

       01 HISTARCH-REC PIC X(89).

       FD HISTWORKFILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS HISTWORK-REC.

       01 HISTWORK-REC PIC X(89).

       FD RUNHISTFILE
           LABEL RECORDS ARE STANDARD
