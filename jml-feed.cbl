       IDENTIFICATION DIVISION.
       PROGRAM-ID. JML-FEED.
       author. Graham Hanson.
       installation. My Laptop.
       date-written. 15/10/2026.
       date-compiled.
       security. None.


       ENVIRONMENT DIVISION.
       configuration section.
       source-computer. GrahamLap-01 with debugging mode.
       object-computer. GrahamLap-01.
       special-names.
       decimal-point is comma.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the live trail, and any month's archive cut since the last
      *    feed - all read through the one FD
       SELECT AUDIT-TRAIL
           ASSIGN TO WS-AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-AUD-FILE-STATUS.
      *    rewritten every night for IT and facilities to collect
       SELECT JML-FEED
           ASSIGN TO './JML-Feed.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-JML-FILE-STATUS.
       SELECT JML-CONTROL
           ASSIGN TO './JML-Control.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-JMC-FILE-STATUS.
       select Report-File
           assign to print
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the file definitions
       copy audit-rec.
       copy jml-feed-rec.
       copy jml-ctl-rec.

       FD Report-File
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           01 Report-Record PIC X(80).

       WORKING-STORAGE SECTION.

           01 filler.
             10 WS-AUD-EOF-SW pic x(1) value 'N'.
                88 WS-AUD-EOF value 'Y'.

           01 WS-AUDIT-FILE-NAME pic x(30) value spaces.

           77 WS-AUD-FILE-STATUS pic xx value spaces.
           77 WS-JML-FILE-STATUS pic xx value spaces.
           77 WS-JMC-FILE-STATUS pic xx value spaces.

      *      the newest timestamp sent last time, and the newest seen
      *      this time - which becomes the next run's starting point
           77 WS-LAST-STAMP pic x(19) value spaces.
           77 WS-NEW-STAMP  pic x(19) value spaces.

      *      archives are named for the month they were cut in, so
      *      every month from the last feed's up to this one is tried
           01 WS-SCAN-MONTH pic 9(6) value 0.
           01 WS-SCAN-SPLIT redefines WS-SCAN-MONTH.
               05 WS-SCAN-YEAR pic 9(4).
               05 WS-SCAN-MM   pic 9(2).
           77 WS-THIS-MONTH pic 9(6) value 0.

      *      EMPLOYEE-RECORD laid over the audit images - only the
      *      fields the feed needs are named
           01 WS-BEFORE-VIEW.
               05 WS-BEF-ID        pic 9(6).
               05 WS-BEF-SURNAME   pic x(20).
               05 WS-BEF-FORENAME  pic x(15).
               05 filler           pic x(10).
               05 WS-BEF-DEPT      pic x(4).
               05 WS-BEF-HIRE-DATE pic 9(8).
               05 WS-BEF-STATUS    pic x(1).
               05 WS-BEF-TERM-DATE pic 9(8).
               05 filler           pic x(29).
               05 WS-BEF-MANAGER   pic 9(6).
               05 filler           pic x(2).
           01 WS-AFTER-VIEW.
               05 WS-AFT-ID        pic 9(6).
               05 WS-AFT-SURNAME   pic x(20).
               05 WS-AFT-FORENAME  pic x(15).
               05 filler           pic x(10).
               05 WS-AFT-DEPT      pic x(4).
               05 WS-AFT-HIRE-DATE pic 9(8).
               05 WS-AFT-STATUS    pic x(1).
               05 WS-AFT-TERM-DATE pic 9(8).
               05 filler           pic x(29).
               05 WS-AFT-MANAGER   pic 9(6).
               05 filler           pic x(2).

      *      the day a change was applied, off its audit timestamp
           01 WS-STAMP-DATE.
               05 WS-STAMP-CCYY pic x(4).
               05 WS-STAMP-MM   pic x(2).
               05 WS-STAMP-DD   pic x(2).
           01 WS-STAMP-DATE-8 redefines WS-STAMP-DATE pic 9(8).

           77 WS-JOINER-COUNT pic 9(5) comp sync value 0.
           77 WS-MOVER-COUNT  pic 9(5) comp sync value 0.
           77 WS-LEAVER-COUNT pic 9(5) comp sync value 0.
           77 WS-EVENT-COUNT  pic 9(6) comp sync value 0.
           77 WS-READ-COUNT   pic 9(6) comp sync value 0.
           77 WS-FILE-COUNT   pic 9(3) comp sync value 0.

      *      surname and forename folded into one printable column
           77 WS-FULL-NAME pic x(22) value spaces.

           01 WS-TEMP-DT.
               05 WS-TEMP-DATE-TIME.
                   10 WS-TEMP-DATE.
                      15 WS-TEMP-YEAR  PIC  9(4).
                      15 WS-TEMP-MONTH PIC  9(2).
                      15 WS-TEMP-DAY   PIC  9(2).
                   10 WS-TEMP-TIME.
                      15 WS-TEMP-HOUR  PIC  9(2).
                      15 WS-TEMP-MIN   PIC  9(2).
                      15 WS-TEMP-SEC   PIC  9(2).
                      15 WS-TEMP-MS    PIC  9(2).
                   10 WS-DIFF-GMT      PIC S9(4).

           01 WS-FORMATTED-DT.
               05 WS-FORMATTED-DATE-TIME.
                   15 WS-FORMATTED-YEAR  PIC  9(4).
                   15 FILLER             PIC X VALUE '-'.
                   15 WS-FORMATTED-MONTH PIC  9(2).
                   15 FILLER             PIC X VALUE '-'.
                   15 WS-FORMATTED-DAY   PIC  9(2).
                   15 FILLER             PIC X VALUE ' '.
                   15 WS-FORMATTED-HOUR  PIC  9(2).
                   15 FILLER             PIC X VALUE ':'.
                   15 WS-FORMATTED-MIN   PIC  9(2).
                   15 FILLER             PIC X VALUE ':'.
                   15 WS-FORMATTED-SEC   PIC  9(2).

           01 Feed-Report-Header.
                05  FILLER         PIC X(40) VALUE
                    'JOINER / MOVER / LEAVER FEED - '.
                05  FRH-DATE       PIC 9(8).
                05  FILLER         PIC X(32) VALUE SPACES.

           01 Feed-Window-Line.
                05  FILLER         PIC X(14) VALUE 'CHANGES AFTER '.
                05  FW-FROM        PIC X(19).
                05  FILLER         PIC X(4)  VALUE ' TO '.
                05  FW-TO          PIC X(19).
                05  FILLER         PIC X(24) VALUE SPACES.

           01 Feed-Column-Header.
                05  FILLER         PIC X(80) VALUE
                    'EV OP     ID  NAME                   DEPT  MGR-ID'
                    & '  EFFECTIVE FROM  OLD-MGR'.

           01 Feed-Detail.
                05  FD-EVENT       PIC X(1).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  FD-OPERATION   PIC X(1).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  FD-ID          PIC Z(5)9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  FD-NAME        PIC X(22).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  FD-DEPT        PIC X(4).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  FD-MANAGER     PIC Z(5)9.
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  FD-EFFECTIVE   PIC 9(8).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  FD-OLD-DEPT    PIC X(4).
                05  FILLER         PIC X(2)  VALUE SPACES.
                05  FD-OLD-MANAGER PIC Z(5)9.
                05  FILLER         PIC X(7)  VALUE SPACES.

           01 Feed-None-Line.
                05  FILLER         PIC X(80) VALUE
                    '*** NO JOINERS, MOVERS OR LEAVERS TO SEND ***'.

           01 Feed-Trailer.
                05  FILLER         PIC X(9)  VALUE 'JOINERS: '.
                05  FT-JOINERS     PIC Z(4)9.
                05  FILLER         PIC X(11) VALUE '   MOVERS: '.
                05  FT-MOVERS      PIC Z(4)9.
                05  FILLER         PIC X(12) VALUE '   LEAVERS: '.
                05  FT-LEAVERS     PIC Z(4)9.
                05  FILLER         PIC X(17) VALUE
                    '   AUDIT READ:   '.
                05  FT-READ        PIC Z(5)9.
                05  FILLER         PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
           MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR
           MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH
           MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY
           MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR
           MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN
           MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC
           MOVE WS-TEMP-DATE(1:6) TO WS-THIS-MONTH

           PERFORM LOAD-CONTROL
           MOVE WS-LAST-STAMP TO WS-NEW-STAMP

           OPEN OUTPUT JML-FEED
           if WS-JML-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open JML-FEED. Status='
                   WS-JML-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           MOVE SPACES TO JML-FEED-RECORD
           MOVE 'JMLFEED-HDR' TO JML-HDR-ID
           MOVE WS-TEMP-DATE TO JML-HDR-RUN-DATE
           MOVE WS-LAST-STAMP TO JML-HDR-FROM-STAMP
           MOVE WS-FORMATTED-DATE-TIME TO JML-HDR-TO-STAMP
           WRITE JML-FEED-RECORD

           OPEN output Report-File
           MOVE WS-TEMP-DATE TO FRH-DATE
           WRITE Report-Record FROM Feed-Report-Header
               AFTER ADVANCING 1 LINE
           MOVE WS-LAST-STAMP TO FW-FROM
           MOVE WS-FORMATTED-DATE-TIME TO FW-TO
           WRITE Report-Record FROM Feed-Window-Line
               AFTER ADVANCING 1 LINE
           WRITE Report-Record FROM Feed-Column-Header
               AFTER ADVANCING 2 LINES

      *    the month-end archive empties the live trail, so anything
      *    not yet sent may be sitting in an archive - oldest first,
      *    then the live trail, keeps the feed in the order applied
           MOVE WS-LAST-STAMP(1:4) TO WS-SCAN-YEAR
           MOVE WS-LAST-STAMP(6:2) TO WS-SCAN-MM
           PERFORM READ-ONE-ARCHIVE-MONTH
               UNTIL WS-SCAN-MONTH > WS-THIS-MONTH
           MOVE './Audit-Trail.dat' TO WS-AUDIT-FILE-NAME
           PERFORM READ-ONE-AUDIT-FILE

           if WS-EVENT-COUNT = 0 then
               WRITE Report-Record FROM Feed-None-Line
                   AFTER ADVANCING 1 LINE
           end-if

           MOVE SPACES TO JML-FEED-RECORD
           MOVE 'JMLFEED-TRL'   TO JML-TRL-ID
           MOVE WS-JOINER-COUNT TO JML-TRL-JOINERS
           MOVE WS-MOVER-COUNT  TO JML-TRL-MOVERS
           MOVE WS-LEAVER-COUNT TO JML-TRL-LEAVERS
           MOVE WS-EVENT-COUNT  TO JML-TRL-RECORD-COUNT
           WRITE JML-FEED-RECORD
           CLOSE JML-FEED

      *    the feed is on disk before the control moves on - a run
      *    that dies in between sends the same events again rather
      *    than losing them
           PERFORM WRITE-CONTROL

           MOVE WS-JOINER-COUNT TO FT-JOINERS
           MOVE WS-MOVER-COUNT  TO FT-MOVERS
           MOVE WS-LEAVER-COUNT TO FT-LEAVERS
           MOVE WS-READ-COUNT   TO FT-READ
           WRITE Report-Record FROM Feed-Trailer
               AFTER ADVANCING 2 LINES
           CLOSE Report-File

           display 'JML feed cut - ' WS-JOINER-COUNT ' joiners, '
               WS-MOVER-COUNT ' movers, ' WS-LEAVER-COUNT
               ' leavers, sent up to ' WS-NEW-STAMP

           STOP RUN.

      *    no control yet is the first feed - it starts from today, so
      *    the whole history on the trail is not sent at once
       LOAD-CONTROL.
           OPEN INPUT JML-CONTROL
           if WS-JMC-FILE-STATUS = '35' then
               MOVE SPACES TO WS-LAST-STAMP
               MOVE WS-FORMATTED-DATE-TIME(1:10) TO WS-LAST-STAMP
               display 'No JML-Control.dat yet - first feed sends '
                   'today''s changes only.'
               exit paragraph
           end-if
           if WS-JMC-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open JML-CONTROL. Status='
                   WS-JMC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           READ JML-CONTROL
               AT END
                   display 'FATAL: JML-Control.dat is empty - restore '
                       'it or remove it to restart from today'
                   CLOSE JML-CONTROL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE JMC-LAST-STAMP TO WS-LAST-STAMP
           CLOSE JML-CONTROL.

       WRITE-CONTROL.
           OPEN OUTPUT JML-CONTROL
           if WS-JMC-FILE-STATUS not = '00' then
               display 'FATAL: Unable to write JML-CONTROL. Status='
                   WS-JMC-FILE-STATUS
               display '       JML-Feed.dat was cut - the next run '
                   'will send these events again'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           MOVE SPACES TO JML-CONTROL-RECORD
           MOVE WS-NEW-STAMP           TO JMC-LAST-STAMP
           MOVE WS-FORMATTED-DATE-TIME TO JMC-CUT-STAMP
           MOVE WS-EVENT-COUNT         TO JMC-LAST-COUNT
           WRITE JML-CONTROL-RECORD
           CLOSE JML-CONTROL.

       READ-ONE-ARCHIVE-MONTH.
           MOVE SPACES TO WS-AUDIT-FILE-NAME
           STRING './Audit-Trail-' WS-SCAN-MONTH '.dat'
               DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME
           PERFORM READ-ONE-AUDIT-FILE
           if WS-SCAN-MM = 12 then
               MOVE 1 TO WS-SCAN-MM
               ADD 1 TO WS-SCAN-YEAR
           else
               ADD 1 TO WS-SCAN-MM
           end-if.

      *    a missing file simply has nothing in it to send
       READ-ONE-AUDIT-FILE.
           MOVE 'N' TO WS-AUD-EOF-SW
           OPEN INPUT AUDIT-TRAIL
           if WS-AUD-FILE-STATUS = '35' then
               exit paragraph
           end-if
           if WS-AUD-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open ' WS-AUDIT-FILE-NAME
                   ' Status=' WS-AUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           ADD 1 TO WS-FILE-COUNT
           PERFORM READ-AUDIT-PASS UNTIL WS-AUD-EOF
           CLOSE AUDIT-TRAIL.

       READ-AUDIT-PASS.
           READ AUDIT-TRAIL
               AT END set WS-AUD-EOF to true
               NOT AT END PERFORM FEED-ONE-AUDIT-RECORD
           END-READ.

      *    only what is newer than the last feed - and the newest
      *    seen is kept whatever the operation, so the next run does
      *    not read it again
       FEED-ONE-AUDIT-RECORD.
           if AUD-RUN-TIMESTAMP not > WS-LAST-STAMP then
               exit paragraph
           end-if
           ADD 1 TO WS-READ-COUNT
           if AUD-RUN-TIMESTAMP > WS-NEW-STAMP then
               MOVE AUD-RUN-TIMESTAMP TO WS-NEW-STAMP
           end-if

           MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-VIEW
           MOVE AUD-AFTER-IMAGE  TO WS-AFTER-VIEW
           MOVE AUD-RUN-TIMESTAMP(1:4) TO WS-STAMP-CCYY
           MOVE AUD-RUN-TIMESTAMP(6:2) TO WS-STAMP-MM
           MOVE AUD-RUN-TIMESTAMP(9:2) TO WS-STAMP-DD

           if AUD-OPERATION = 'I' then
               PERFORM SEND-JOINER
           else if AUD-OPERATION = 'T' or AUD-OPERATION = 'M' then
               PERFORM SEND-MOVER
           else if AUD-OPERATION = 'U' then
      *        a full re-key can move someone as surely as a 'T'
               if WS-AFT-DEPT not = WS-BEF-DEPT or
                  WS-AFT-MANAGER not = WS-BEF-MANAGER then
                   PERFORM SEND-MOVER
               end-if
           else if AUD-OPERATION = 'D' then
      *        a purge also writes 'D', with no after image - the
      *        leaver was sent when they were marked
               if AUD-AFTER-IMAGE not = spaces and
                  WS-AFT-STATUS = 'L' then
                   PERFORM SEND-LEAVER
               end-if
           end-if.

       SEND-JOINER.
           PERFORM BUILD-FROM-AFTER
           MOVE 'J' TO JML-DET-EVENT
           if WS-AFT-HIRE-DATE numeric then
               MOVE WS-AFT-HIRE-DATE TO JML-DET-EFFECTIVE-DATE
           else
               MOVE WS-STAMP-DATE-8 TO JML-DET-EFFECTIVE-DATE
           end-if
           ADD 1 TO WS-JOINER-COUNT
           PERFORM WRITE-FEED-DETAIL.

       SEND-MOVER.
           PERFORM BUILD-FROM-AFTER
           MOVE 'M' TO JML-DET-EVENT
           MOVE WS-STAMP-DATE-8 TO JML-DET-EFFECTIVE-DATE
           MOVE WS-BEF-DEPT TO JML-DET-OLD-DEPT
           if WS-BEF-MANAGER numeric then
               MOVE WS-BEF-MANAGER TO JML-DET-OLD-MANAGER-ID
           end-if
           ADD 1 TO WS-MOVER-COUNT
           PERFORM WRITE-FEED-DETAIL.

       SEND-LEAVER.
           PERFORM BUILD-FROM-AFTER
           MOVE 'L' TO JML-DET-EVENT
           if WS-AFT-TERM-DATE numeric and WS-AFT-TERM-DATE > 0 then
               MOVE WS-AFT-TERM-DATE TO JML-DET-EFFECTIVE-DATE
           else
               MOVE WS-STAMP-DATE-8 TO JML-DET-EFFECTIVE-DATE
           end-if
           ADD 1 TO WS-LEAVER-COUNT
           PERFORM WRITE-FEED-DETAIL.

       BUILD-FROM-AFTER.
           MOVE SPACES TO JML-FEED-RECORD
           MOVE AUD-OPERATION   TO JML-DET-OPERATION
           MOVE AUD-EMPLOYEE-ID TO JML-DET-EMPLOYEE-ID
           MOVE WS-AFT-SURNAME  TO JML-DET-SURNAME
           MOVE WS-AFT-FORENAME TO JML-DET-FORENAME
           MOVE WS-AFT-DEPT     TO JML-DET-DEPT
           if WS-AFT-MANAGER numeric then
               MOVE WS-AFT-MANAGER TO JML-DET-MANAGER-ID
           else
               MOVE 0 TO JML-DET-MANAGER-ID
           end-if
           MOVE 0 TO JML-DET-OLD-MANAGER-ID.

       WRITE-FEED-DETAIL.
           WRITE JML-FEED-RECORD
           ADD 1 TO WS-EVENT-COUNT

           MOVE JML-DET-EVENT          TO FD-EVENT
           MOVE JML-DET-OPERATION      TO FD-OPERATION
           MOVE JML-DET-EMPLOYEE-ID    TO FD-ID
           MOVE SPACES TO WS-FULL-NAME
           STRING JML-DET-SURNAME DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  JML-DET-FORENAME DELIMITED BY '  '
               INTO WS-FULL-NAME
           MOVE WS-FULL-NAME           TO FD-NAME
           MOVE JML-DET-DEPT           TO FD-DEPT
           MOVE JML-DET-MANAGER-ID     TO FD-MANAGER
           MOVE JML-DET-EFFECTIVE-DATE TO FD-EFFECTIVE
           MOVE JML-DET-OLD-DEPT       TO FD-OLD-DEPT
           MOVE JML-DET-OLD-MANAGER-ID TO FD-OLD-MANAGER
           WRITE Report-Record FROM Feed-Detail
               AFTER ADVANCING 1 LINE.
