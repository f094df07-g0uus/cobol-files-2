           RECORD KEY IS EMPLOYEE-ID    *> primary key
           ALTERNATE RECORD KEY IS EMPLOYEE-SURNAME WITH DUPLICATES
           file status is WS-FS-PRIMARY WS-FS-SECONDARY.
       SELECT REHIRE-LINK
           ASSIGN TO './Rehire-Link.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-REH-FILE-STATUS.
       select Report-File
           assign to print
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the file definitions
       copy employee-rec.
       copy rehire-rec.

       FD Report-File
           LABEL RECORDS ARE OMITTED
               05 WS-HIRE-MMDD-NUM pic 9(4).

           77 WS-SERVICE-YEARS pic 9(2) value 0.

      *      a rehire's service runs on from the earlier employment
      *      when the break between leaving and coming back is no
      *      longer than the qualifying gap - twelve weeks under the
      *      continuity-of-service policy.  a chain of rehires is
      *      followed back as far as every break qualifies
           77 WS-QUALIFYING-GAP-DAYS pic 9(5) value 84.
           77 WS-REH-FILE-STATUS pic xx value spaces.
           01 WS-LINK-TABLE.
               05 WS-LINK-ENTRY occurs 2000 times.
                   10 WS-LINK-NEW-ID    pic 9(6).
                   10 WS-LINK-PREV-ID   pic 9(6).
                   10 WS-LINK-PREV-HIRE pic 9(8).
                   10 WS-LINK-GAP-DAYS  pic 9(5).
           77 WS-LINK-COUNT pic 9(4) comp sync value 0.
           77 WS-LINK-IDX   pic 9(4) comp sync value 0.
           01 filler.
             10 WS-REH-EOF-SW pic x(1) value 'N'.
                88 WS-REH-EOF value 'Y'.
           77 WS-SERVICE-START pic 9(8) value 0.
           77 WS-CHAIN-ID      pic 9(6) value 0.
           77 WS-CHAIN-DEPTH   pic 9(2) value 0.
           01 filler.
             10 WS-CHAIN-DONE-SW pic x(1) value 'N'.
                88 WS-CHAIN-DONE value 'Y'.
           77 WS-CONTINUOUS-COUNT pic 9(4) comp sync value 0.
           77 WS-ANNIV-YEARS   pic 9(2) value 0.
           77 WS-YEARS-LEFT    pic 9(2) value 0.

                05  FILLER         PIC X(12) VALUE 'HIRED'.
                05  FILLER         PIC X(39) VALUE 'YEARS'.

      *      a rehire whose years count from an earlier employment
      *      says so, and from when
           01 Service-Detail.
                05  SD-ID          PIC Z(5)9.
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  SD-HIRE-DATE   PIC 9(8).
                05  FILLER         PIC X(6)  VALUE SPACES.
                05  SD-YEARS       PIC Z9.
                05  FILLER         PIC X(3)  VALUE SPACES.
                05  SD-CONT-NOTE   PIC X(24).
                05  FILLER         PIC X(7)  VALUE SPACES.

           01 Horizon-Column-Header.
                05  FILLER         PIC X(29) VALUE '    ID NAME'.
               STOP RUN
           end-if

           PERFORM LOAD-REHIRE-LINKS

           OPEN output Report-File
           MOVE WS-TEMP-DATE TO SRH-RUN-DATE
           WRITE Report-Record FROM Service-Report-Header
               ' active employees, ' WS-ANNIV-COUNT
               ' anniversaries next month, ' WS-HORIZON-COUNT
               ' nearing the age limit.'
           if WS-CONTINUOUS-COUNT > 0 then
               display '  ' WS-CONTINUOUS-COUNT ' service lines count '
                   'continuous service from before a rehire.'
           end-if

           STOP RUN.

      *    date - one less than the year difference until this year's
      *    anniversary has actually been reached
       WORK-OUT-SERVICE-YEARS.
           MOVE WS-SERVICE-START TO WS-HIRE-SPLIT
           if WS-HIRE-YEAR = 0 or WS-HIRE-YEAR > WS-RUN-YEAR then
               MOVE 0 TO WS-SERVICE-YEARS
               exit paragraph
               INTO WS-FULL-NAME.

       PRINT-SERVICE-LINE.
           PERFORM SET-SERVICE-START
           PERFORM WORK-OUT-SERVICE-YEARS
           MOVE EMPLOYEE-ID TO SD-ID
           PERFORM BUILD-FULL-NAME
           MOVE WS-FULL-NAME TO SD-NAME
           MOVE EMPLOYEE-HIRE-DATE TO SD-HIRE-DATE
           MOVE WS-SERVICE-YEARS TO SD-YEARS
           PERFORM SET-CONTINUOUS-NOTE
           if SD-CONT-NOTE not = spaces then
               ADD 1 TO WS-CONTINUOUS-COUNT
           end-if
           WRITE Report-Record FROM Service-Detail
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LISTED-COUNT.
           READ EMPLOYEE NEXT RECORD
               AT END set WS-EMP-EOF to true
               NOT AT END
                   PERFORM SET-SERVICE-START
                   MOVE WS-SERVICE-START TO WS-HIRE-SPLIT
                   if not EMPLOYEE-LEAVER and
                      WS-HIRE-MONTH = WS-NEXT-MONTH
                       PERFORM PRINT-ANNIV-LINE
           MOVE WS-FULL-NAME TO SD-NAME
           MOVE EMPLOYEE-HIRE-DATE TO SD-HIRE-DATE
           MOVE WS-ANNIV-YEARS TO SD-YEARS
           PERFORM SET-CONTINUOUS-NOTE
           WRITE Report-Record FROM Service-Detail
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-ANNIV-COUNT.
           WRITE Report-Record FROM Horizon-Detail
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-HORIZON-COUNT.

      *    no link file yet simply means no one has been rehired
       LOAD-REHIRE-LINKS.
           OPEN INPUT REHIRE-LINK
           if WS-REH-FILE-STATUS = '35' then
               exit paragraph
           end-if
           if WS-REH-FILE-STATUS not = '00' then
               display 'WARNING: Unable to open REHIRE-LINK. Status='
                   WS-REH-FILE-STATUS
               display '         service counts from each hire date.'
               exit paragraph
           end-if
           PERFORM READ-REHIRE-LINK UNTIL WS-REH-EOF
           CLOSE REHIRE-LINK.

       READ-REHIRE-LINK.
           READ REHIRE-LINK
               AT END set WS-REH-EOF to true
               NOT AT END
                   if WS-LINK-COUNT >= 2000 then
                       display 'FATAL: more than 2000 rehire links - '
                       display '       increase WS-LINK-TABLE.'
                       STOP RUN
                   end-if
                   ADD 1 TO WS-LINK-COUNT
                   MOVE REH-NEW-EMPLOYEE-ID
                       TO WS-LINK-NEW-ID(WS-LINK-COUNT)
                   MOVE REH-PREVIOUS-EMPLOYEE-ID
                       TO WS-LINK-PREV-ID(WS-LINK-COUNT)
                   MOVE REH-PREVIOUS-HIRE-DATE
                       TO WS-LINK-PREV-HIRE(WS-LINK-COUNT)
                   MOVE REH-GAP-DAYS
                       TO WS-LINK-GAP-DAYS(WS-LINK-COUNT)
           END-READ.

      *    service starts at the hire date, or further back while each
      *    link behind this employee is within the qualifying gap -
      *    the depth guard stops a miskeyed link looping for ever
       SET-SERVICE-START.
           MOVE EMPLOYEE-HIRE-DATE TO WS-SERVICE-START
           MOVE EMPLOYEE-ID TO WS-CHAIN-ID
           MOVE 0 TO WS-CHAIN-DEPTH
           MOVE 'N' TO WS-CHAIN-DONE-SW
           PERFORM FOLLOW-ONE-LINK UNTIL WS-CHAIN-DONE.

       FOLLOW-ONE-LINK.
           ADD 1 TO WS-CHAIN-DEPTH
           PERFORM FIND-LINK-SLOT
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
                  or WS-LINK-NEW-ID(WS-LINK-IDX) = WS-CHAIN-ID
           if WS-LINK-IDX > WS-LINK-COUNT or WS-CHAIN-DEPTH > 20 then
               set WS-CHAIN-DONE to true
               exit paragraph
           end-if
           if WS-LINK-GAP-DAYS(WS-LINK-IDX) > WS-QUALIFYING-GAP-DAYS
              then
               set WS-CHAIN-DONE to true
               exit paragraph
           end-if
           MOVE WS-LINK-PREV-HIRE(WS-LINK-IDX) TO WS-SERVICE-START
           MOVE WS-LINK-PREV-ID(WS-LINK-IDX) TO WS-CHAIN-ID.

       FIND-LINK-SLOT.
           CONTINUE.

       SET-CONTINUOUS-NOTE.
           MOVE SPACES TO SD-CONT-NOTE
           if WS-SERVICE-START not = EMPLOYEE-HIRE-DATE then
               STRING 'CONTINUOUS FROM ' WS-SERVICE-START
                   DELIMITED BY SIZE INTO SD-CONT-NOTE
           end-if.
