       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ACCESS.
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
       SELECT EMPLOYEE
           ASSIGN TO './Employee.dat'
           ORGANIZATION IS INDEXED
      *    dynamic access - keyed reads for each employee ID, and a
      *    sequential sweep when searching on the NI number
           access mode is dynamic
           RECORD KEY IS EMPLOYEE-ID    *> primary key
           ALTERNATE RECORD KEY IS EMPLOYEE-SURNAME WITH DUPLICATES
           file status is WS-FS-PRIMARY WS-FS-SECONDARY.
      *    the live trail, and every month's archive cut - all read
      *    through the one FD
       SELECT AUDIT-TRAIL
           ASSIGN TO WS-AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-AUD-FILE-STATUS.
       SELECT ABSENCE
           ASSIGN TO './Absence.dat'
           ORGANIZATION IS INDEXED
           access mode is dynamic
           RECORD KEY IS ABS-KEY
           file status is WS-ABS-FILE-STATUS.
      *    tonight's Updates.dat and the repaired rejects waiting on
      *    Resubmit.dat - the same layout, read through the one FD
       SELECT UPDATES
           ASSIGN TO WS-TXN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-UPD-FILE-STATUS.
       SELECT PENDING-FILE
           ASSIGN TO './Pending.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-PEND-FILE-STATUS.
       SELECT REJECTS-FILE
           ASSIGN TO './Rejects.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-REJ-FILE-STATUS.
       SELECT APPROVAL-QUEUE
           ASSIGN TO './Approval-Queue.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-APQ-FILE-STATUS.
       SELECT REHIRE-LINK
           ASSIGN TO './Rehire-Link.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-REH-FILE-STATUS.
       SELECT PAYROLL-EXTRACT
           ASSIGN TO './Payroll-Extract.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-PAY-FILE-STATUS.
       SELECT PENSION-EXTRACT
           ASSIGN TO './Pension-Extract.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-PEN-FILE-STATUS.
       SELECT BUREAU-RETURN
           ASSIGN TO './Bureau-Return.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-BUR-FILE-STATUS.
       SELECT RECON-EXCEPTIONS
           ASSIGN TO './Payroll-Recon-Exceptions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-RCX-FILE-STATUS.
       SELECT JML-FEED
           ASSIGN TO './JML-Feed.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-JML-FILE-STATUS.
       SELECT OPERATOR-AUTHORITY
           ASSIGN TO './Operator-Authority.dat'
           ORGANIZATION IS INDEXED
           access mode is random
           RECORD KEY IS OPA-OPERATOR
           file status is WS-OPA-FILE-STATUS.
      *    read for refusals concerning the subject, and written to
      *    when the operator is refused this program
       SELECT SECURITY-LOG
           ASSIGN TO './Security-Log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-SEC-FILE-STATUS.
       SELECT SAR-LOG
           ASSIGN TO './Subject-Access-Log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           access mode is sequential
           file status is WS-SAR-FILE-STATUS.
       select Report-File
           assign to print
           organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
      *    Bring in the file definitions
       copy employee-rec.
       copy audit-rec.
       copy absence-rec.
       copy updates-rec.
       copy pending-rec.
       copy rejects-rec.
       copy approval-rec.
       copy rehire-rec.
       copy payroll-rec.
       copy pension-rec.
       copy bureau-rec.
       copy recon-exc-rec.
       copy jml-feed-rec.
       copy operator-auth-rec.
       copy security-log-rec.
       copy sar-log-rec.

       FD Report-File
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           01 Report-Record PIC X(80).

       WORKING-STORAGE SECTION.

      *      one end-of-file switch serves every file - they are read
      *      one after another, never two at once
           01 filler.
             10 WS-FILE-EOF-SW pic x(1) value 'N'.
                88 WS-FILE-EOF value 'Y'.

      *      the search keyed in by the operator - an employee ID, or
      *      zero and the NI number of someone LEAVER-PURGE has
      *      already removed from Employee.dat
           77 WS-REQ-OPERATOR  pic x(10) value spaces.
           77 WS-REQ-REFERENCE pic x(12) value spaces.
           77 WS-REQ-ID        pic 9(6) value 0.
           77 WS-REQ-NI        pic x(9) value spaces.

      *      every employee ID the subject has been held under - one,
      *      or more where they have left and been rehired.  a search
      *      on the ID picks up the NI number off the record and finds
      *      the others through it
           77 WS-SUBJ-COUNT pic 9(2) comp sync value 0.
           77 WS-SUBJ-IDX   pic 9(2) comp sync value 0.
           01 WS-SUBJ-TABLE.
               05 WS-SUBJ-ID occurs 20 times pic 9(6).
           77 WS-CANDIDATE-ID pic 9(6) value 0.
           01 filler.
             10 WS-SUBJ-FOUND-SW pic x(1) value 'N'.
                88 WS-SUBJ-FOUND value 'Y'.

      *      the audit trail is read twice - once to find every ID
      *      the NI number was held under, then to gather the entries
           01 filler.
             10 WS-AUDIT-PASS-SW pic x(1) value 'I'.
                88 WS-IDENTIFY-PASS value 'I'.
                88 WS-GATHER-PASS   value 'G'.

           01 WS-AUDIT-FILE-NAME pic x(30) value spaces.
           01 WS-TXN-FILE-NAME   pic x(30) value spaces.

      *      archives are named for the month they were cut in, and
      *      every month this many years back is tried - further back
      *      than any leaver's records are kept
           77 WS-ARCHIVE-YEARS pic 9(2) value 10.
           01 WS-SCAN-MONTH pic 9(6) value 0.
           01 WS-SCAN-SPLIT redefines WS-SCAN-MONTH.
               05 WS-SCAN-YEAR pic 9(4).
               05 WS-SCAN-MM   pic 9(2).
           77 WS-THIS-MONTH pic 9(6) value 0.

      *      per section and for the whole pack
           77 WS-SECTION-COUNT pic 9(5) comp sync value 0.
           77 WS-RECORD-COUNT  pic 9(6) comp sync value 0.
           77 WS-SECTION-NO    pic 9(2) value 0.
           77 WS-SECTION-TITLE pic x(50) value spaces.
           01 filler.
             10 WS-FILE-PRESENT-SW pic x(1) value 'N'.
                88 WS-FILE-PRESENT value 'Y'.
           01 filler.
             10 WS-FILE-OPEN-SW pic x(1) value 'N'.
                88 WS-FILE-OPEN value 'Y'.
           01 filler.
             10 WS-FILE-MATCHED-SW pic x(1) value 'N'.
                88 WS-FILE-MATCHED value 'Y'.
           01 filler.
             10 WS-FIRST-FIELD-SW pic x(1) value 'N'.
                88 WS-FIRST-FIELD value 'Y'.

      *      the status of whichever optional file was just opened
           77 WS-OPEN-STATUS pic xx value spaces.
           77 WS-OPEN-NAME   pic x(30) value spaces.

      *      extract periods off the header records, shown against
      *      each line taken from the extract
           77 WS-PAY-PERIOD pic 9(8) value 0.
           77 WS-PEN-PERIOD pic 9(8) value 0.

      *      an Updates.dat transaction image, from whichever file it
      *      was found on, laid out the way EMPLOYEE-DATA reads it
           01 WS-TXN-VIEW.
               05 WS-TXN-OPERATION pic x(1).
               05 filler           pic x(1).
               05 WS-TXN-ID        pic 9(6).
               05 WS-TXN-ID-X redefines WS-TXN-ID pic x(6).
               05 filler           pic x(7).
               05 WS-TXN-SURNAME   pic x(20).
               05 WS-TXN-FORENAME  pic x(15).
               05 WS-TXN-AGE       pic x(2).
               05 filler           pic x(3).
               05 WS-TXN-GRADE     pic x(1).
               05 filler           pic x(6).
               05 WS-TXN-SALARY    pic 9(5)V99.
               05 WS-TXN-SALARY-X redefines WS-TXN-SALARY pic x(7).
               05 WS-TXN-DEPT      pic x(4).
               05 WS-TXN-HIRE-DATE pic x(8).
               05 filler           pic x(4).
               05 WS-TXN-EFF-DATE  pic x(8).
               05 WS-TXN-NI        pic x(9).
               05 WS-TXN-TAX       pic x(6).
               05 WS-TXN-SORT      pic x(6).
               05 WS-TXN-ACCT      pic x(8).
               05 WS-TXN-MANAGER   pic x(6).
               05 WS-TXN-CONTRACT  pic x(1).
               05 WS-TXN-HOURS     pic 9(2)V99.
               05 WS-TXN-HOURS-X redefines WS-TXN-HOURS pic x(4).
               05 WS-TXN-CONT-END  pic x(8).
               05 WS-TXN-GENDER    pic x(1).
               05 filler           pic x(8).
      *      'S' salary adjustment
           01 WS-TXN-ADJ-VIEW redefines WS-TXN-VIEW.
               05 filler             pic x(15).
               05 WS-ADJ-NEW-SALARY  pic 9(5)V99.
               05 filler             pic x(1).
               05 WS-ADJ-PCT-SIGN    pic x(1).
               05 WS-ADJ-PCT-RATE    pic 9(2)V99.
               05 filler             pic x(122).
      *      'A' salary authorisation
           01 WS-TXN-AUT-VIEW redefines WS-TXN-VIEW.
               05 filler             pic x(15).
               05 WS-AUT-ACTION      pic x(1).
               05 WS-AUT-AUTHORISER  pic x(10).
               05 WS-AUT-REASON      pic x(30).
               05 filler             pic x(94).
      *      'M' manager assignment
           01 WS-TXN-MGR-VIEW redefines WS-TXN-VIEW.
               05 filler             pic x(15).
               05 WS-MGR-NEW-MANAGER pic x(6).
               05 filler             pic x(129).
      *      'T' transfer
           01 WS-TXN-TFR-VIEW redefines WS-TXN-VIEW.
               05 filler             pic x(15).
               05 WS-TFR-NEW-DEPT    pic x(4).
               05 filler             pic x(131).

      *      the raw audit images decoded against the
      *      EMPLOYEE-RECORD layout, field by field - as AUDIT-INQUIRY
      *      shows them
           01 WS-BEFORE-REC.
               05 WS-BEF-ID        pic x(6).
               05 WS-BEF-SURNAME   pic x(20).
               05 WS-BEF-FORENAME  pic x(15).
               05 WS-BEF-AGE       pic x(2).
               05 WS-BEF-GRADE     pic x(1).
               05 WS-BEF-SALARY    pic 9(5)V99.
               05 WS-BEF-SALARY-X redefines WS-BEF-SALARY pic x(7).
               05 WS-BEF-DEPT      pic x(4).
               05 WS-BEF-HIRE-DATE pic x(8).
               05 WS-BEF-STATUS    pic x(1).
               05 WS-BEF-TERM-DATE pic x(8).
               05 WS-BEF-NI        pic x(9).
               05 WS-BEF-TAX       pic x(6).
               05 WS-BEF-SORT      pic x(6).
               05 WS-BEF-ACCT      pic x(8).
               05 WS-BEF-MANAGER   pic x(6).
               05 WS-BEF-SAL-AUTH  pic x(1).
               05 WS-BEF-PENSION   pic x(1).
               05 WS-BEF-CONTRACT  pic x(1).
               05 WS-BEF-HOURS     pic 9(2)V99.
               05 WS-BEF-HOURS-X redefines WS-BEF-HOURS pic x(4).
               05 WS-BEF-FTE       pic 9V9999.
               05 WS-BEF-FTE-X redefines WS-BEF-FTE pic x(5).
               05 WS-BEF-CONT-END  pic x(8).
               05 WS-BEF-SPINE     pic x(2).
               05 WS-BEF-INCR-DATE pic x(8).
               05 WS-BEF-GENDER    pic x(1).
           01 WS-AFTER-REC.
               05 WS-AFT-ID        pic x(6).
               05 WS-AFT-SURNAME   pic x(20).
               05 WS-AFT-FORENAME  pic x(15).
               05 WS-AFT-AGE       pic x(2).
               05 WS-AFT-GRADE     pic x(1).
               05 WS-AFT-SALARY    pic 9(5)V99.
               05 WS-AFT-SALARY-X redefines WS-AFT-SALARY pic x(7).
               05 WS-AFT-DEPT      pic x(4).
               05 WS-AFT-HIRE-DATE pic x(8).
               05 WS-AFT-STATUS    pic x(1).
               05 WS-AFT-TERM-DATE pic x(8).
               05 WS-AFT-NI        pic x(9).
               05 WS-AFT-TAX       pic x(6).
               05 WS-AFT-SORT      pic x(6).
               05 WS-AFT-ACCT      pic x(8).
               05 WS-AFT-MANAGER   pic x(6).
               05 WS-AFT-SAL-AUTH  pic x(1).
               05 WS-AFT-PENSION   pic x(1).
               05 WS-AFT-CONTRACT  pic x(1).
               05 WS-AFT-HOURS     pic 9(2)V99.
               05 WS-AFT-HOURS-X redefines WS-AFT-HOURS pic x(4).
               05 WS-AFT-FTE       pic 9V9999.
               05 WS-AFT-FTE-X redefines WS-AFT-FTE pic x(5).
               05 WS-AFT-CONT-END  pic x(8).
               05 WS-AFT-SPINE     pic x(2).
               05 WS-AFT-INCR-DATE pic x(8).
               05 WS-AFT-GENDER    pic x(1).

      *      edited pictures - the comma is the decimal point here
      *      since DECIMAL-POINT IS COMMA
           77 WS-SALARY-ED pic Z(4)9,99 .
           77 WS-HOURS-ED  pic Z9,99 .
           77 WS-FTE-ED    pic 9,9999 .
           77 WS-DAYS-ED   pic ZZ9,9 .
           77 WS-DIFF-ED   pic -(5)9,99 .
           77 WS-COUNT-ED  pic Z(5)9 .

      *      code to decode, and what it means
           77 WS-DECODE-CODE pic x(1) value space.
           77 WS-DECODE-TEXT pic x(40) value spaces.

           77 WS-AUD-FILE-STATUS  pic xx value spaces.
           77 WS-ABS-FILE-STATUS  pic xx value spaces.
           77 WS-UPD-FILE-STATUS  pic xx value spaces.
           77 WS-PEND-FILE-STATUS pic xx value spaces.
           77 WS-REJ-FILE-STATUS  pic xx value spaces.
           77 WS-APQ-FILE-STATUS  pic xx value spaces.
           77 WS-REH-FILE-STATUS  pic xx value spaces.
           77 WS-PAY-FILE-STATUS  pic xx value spaces.
           77 WS-PEN-FILE-STATUS  pic xx value spaces.
           77 WS-BUR-FILE-STATUS  pic xx value spaces.
           77 WS-RCX-FILE-STATUS  pic xx value spaces.
           77 WS-JML-FILE-STATUS  pic xx value spaces.
           77 WS-SAR-FILE-STATUS  pic xx value spaces.

           01 WS-FILE-STATUS.
      *         extended (6-digit) file status - primary + secondary
               05 WS-FS-PRIMARY   pic x(2) value spaces.
               05 WS-FS-SECONDARY pic x(4) value spaces.

      *      operator authority - what each operator may run is held
      *      on Operator-Authority.dat, and every refusal is written
      *      to Security-Log.dat for the weekly violations report
           77 WS-OPA-FILE-STATUS  pic xx value spaces.
           77 WS-SEC-FILE-STATUS  pic xx value spaces.
           77 WS-AUTH-OPERATOR    pic x(10) value spaces.
           77 WS-AUTH-REQUEST     pic x(18) value spaces.
           77 WS-AUTH-EMPLOYEE-ID pic 9(6) value 0.
           77 WS-AUTH-IDX         pic 9(2) comp sync value 0.
           01 WS-AUTH-REASON.
               05 WS-AUTH-REASON-CODE pic x(4) value spaces.
               05 WS-AUTH-REASON-TEXT pic x(34) value spaces.
           01 filler.
               10 WS-AUTH-OK-SW pic x(1) value 'N'.
                  88 WS-AUTH-OK value 'Y'.

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

           01 Pack-Header.
                05  FILLER         PIC X(29) VALUE
                                       'SUBJECT ACCESS REQUEST PACK  '.
                05  FILLER         PIC X(11) VALUE 'REFERENCE: '.
                05  PH-REFERENCE   PIC X(12).
                05  FILLER         PIC X(28) VALUE SPACES.

           01 Pack-Prepared-Line.
                05  FILLER         PIC X(12) VALUE 'PREPARED BY '.
                05  PP-OPERATOR    PIC X(10).
                05  FILLER         PIC X(4)  VALUE ' AT '.
                05  PP-STAMP       PIC X(19).
                05  FILLER         PIC X(35) VALUE SPACES.

           01 Pack-Search-Line.
                05  FILLER         PIC X(23) VALUE
                                       'SEARCHED ON EMPLOYEE   '.
                05  PS-ID          PIC X(6).
                05  FILLER         PIC X(14) VALUE '   NI NUMBER  '.
                05  PS-NI          PIC X(9).
                05  FILLER         PIC X(28) VALUE SPACES.

           01 Pack-Subject-Line.
                05  FILLER         PIC X(23) VALUE
                                       'HELD UNDER EMPLOYEE ID '.
                05  PJ-ID          PIC 9(6).
                05  FILLER         PIC X(51) VALUE SPACES.

           01 Pack-Section-Line.
                05  FILLER         PIC X(8)  VALUE 'SECTION '.
                05  PN-NUMBER      PIC Z9.
                05  FILLER         PIC X(3)  VALUE ' - '.
                05  PN-TITLE       PIC X(50).
                05  FILLER         PIC X(17) VALUE SPACES.

           01 Pack-Rule-Line.
                05  FILLER         PIC X(63) VALUE ALL '-'.
                05  FILLER         PIC X(17) VALUE SPACES.

           01 Pack-Note-Line.
                05  FILLER         PIC X(4)  VALUE SPACES.
                05  PT-TEXT        PIC X(76).

           01 Pack-Field-Line.
                05  FILLER         PIC X(4)  VALUE SPACES.
                05  PF-LABEL       PIC X(18).
                05  FILLER         PIC X(2)  VALUE ': '.
                05  PF-VALUE       PIC X(56).

           01 Change-Detail-Line.
                05  FILLER         PIC X(4)  VALUE SPACES.
                05  CH-FIELD       PIC X(10).
                05  FILLER         PIC X(1)  VALUE SPACES.
                05  CH-OLD         PIC X(20).
                05  FILLER         PIC X(4)  VALUE ' -> '.
                05  CH-NEW         PIC X(20).
                05  FILLER         PIC X(21) VALUE SPACES.

           01 Pack-Trailer.
                05  FILLER         PIC X(26) VALUE
                                       'END OF PACK - RECORDS:    '.
                05  PX-COUNT       PIC Z(5)9.
                05  FILLER         PIC X(48) VALUE SPACES.

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

           display 'SUBJECT ACCESS REQUEST PACK'
           display 'Operator initials: ' WITH NO ADVANCING
           ACCEPT WS-REQ-OPERATOR

           MOVE WS-REQ-OPERATOR TO WS-AUTH-OPERATOR
           MOVE 'SUBJECT-ACCESS' TO WS-AUTH-REQUEST
           PERFORM CHECK-PROGRAM-AUTHORITY
           if not WS-AUTH-OK then
               display 'FATAL: OPERATOR ' WS-REQ-OPERATOR
                   ' MAY NOT RUN SUBJECT-ACCESS'
               display '       ' WS-AUTH-REASON-TEXT
               STOP RUN
           end-if

           display 'Request reference: ' WITH NO ADVANCING
           ACCEPT WS-REQ-REFERENCE
           display 'Employee ID (0 to search on NI number): '
               WITH NO ADVANCING
           ACCEPT WS-REQ-ID
           if WS-REQ-ID = 0 then
               display 'NI number: ' WITH NO ADVANCING
               ACCEPT WS-REQ-NI
               MOVE FUNCTION UPPER-CASE(WS-REQ-NI) TO WS-REQ-NI
               if WS-REQ-NI = spaces then
                   display 'REJECTED: AN EMPLOYEE ID OR NI NUMBER '
                       'IS NEEDED'
                   STOP RUN
               end-if
           end-if

           MOVE WS-TEMP-DATE(1:6) TO WS-THIS-MONTH

           PERFORM IDENTIFY-SUBJECT

           OPEN output Report-File
           PERFORM WRITE-PACK-HEADER

           if WS-SUBJ-COUNT = 0 then
               MOVE 'NOTHING IS HELD ON ANY FILE FOR THIS SEARCH.'
                   TO PT-TEXT
               WRITE Report-Record FROM Pack-Note-Line
                   AFTER ADVANCING 2 LINES
           else
               PERFORM SHOW-MASTER-SECTION
               PERFORM SHOW-HISTORY-SECTION
               PERFORM SHOW-ABSENCE-SECTION
               PERFORM SHOW-WAITING-SECTION
               PERFORM SHOW-PENDING-SECTION
               PERFORM SHOW-REJECTS-SECTION
               PERFORM SHOW-APPROVAL-SECTION
               PERFORM SHOW-REHIRE-SECTION
               PERFORM SHOW-PAYROLL-SECTION
               PERFORM SHOW-PENSION-SECTION
               PERFORM SHOW-BUREAU-SECTION
               PERFORM SHOW-RECON-SECTION
               PERFORM SHOW-JML-SECTION
               PERFORM SHOW-SECURITY-SECTION
           end-if

           MOVE WS-RECORD-COUNT TO PX-COUNT
           WRITE Report-Record FROM Pack-Trailer
               AFTER ADVANCING 3 LINES
           CLOSE Report-File

           PERFORM WRITE-SAR-LOG

           display 'Subject access pack printed - ' WS-SUBJ-COUNT
               ' employee IDs, ' WS-RECORD-COUNT ' records.'

           STOP RUN.

      *    everyone the request could be about - the ID keyed, and
      *    every ID the NI number has been held under on the master,
      *    the rehire links and anywhere on the audit trail, so a
      *    purged leaver is still found through their history
       IDENTIFY-SUBJECT.
           OPEN INPUT EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Unable to open EMPLOYEE file. Status='
                   WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           if WS-REQ-ID not = 0 then
               MOVE WS-REQ-ID TO WS-CANDIDATE-ID
               PERFORM ADD-SUBJECT-ID
               MOVE WS-REQ-ID TO EMPLOYEE-ID
               READ EMPLOYEE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPLOYEE-NI-NUMBER TO WS-REQ-NI
               END-READ
           end-if
           if WS-REQ-NI not = spaces then
               MOVE 'N' TO WS-FILE-EOF-SW
               MOVE LOW-VALUES TO EMPLOYEE-ID
               START EMPLOYEE KEY IS NOT LESS THAN EMPLOYEE-ID
                   INVALID KEY set WS-FILE-EOF to true
               END-START
               PERFORM IDENTIFY-FROM-MASTER UNTIL WS-FILE-EOF
           end-if
           CLOSE EMPLOYEE
           if WS-REQ-NI = spaces then
               exit paragraph
           end-if

           OPEN INPUT REHIRE-LINK
           MOVE WS-REH-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 'Rehire-Link.dat' TO WS-OPEN-NAME
           PERFORM CHECK-OPEN-STATUS
           if WS-FILE-OPEN then
               PERFORM IDENTIFY-FROM-REHIRE UNTIL WS-FILE-EOF
               CLOSE REHIRE-LINK
           end-if

           set WS-IDENTIFY-PASS to true
           PERFORM READ-ALL-AUDIT-FILES.

       IDENTIFY-FROM-MASTER.
           READ EMPLOYEE NEXT RECORD
               AT END set WS-FILE-EOF to true
               NOT AT END
                   if EMPLOYEE-NI-NUMBER = WS-REQ-NI then
                       MOVE EMPLOYEE-ID TO WS-CANDIDATE-ID
                       PERFORM ADD-SUBJECT-ID
                   end-if
           END-READ.

       IDENTIFY-FROM-REHIRE.
           READ REHIRE-LINK
               AT END set WS-FILE-EOF to true
               NOT AT END
                   if REH-NI-NUMBER = WS-REQ-NI then
                       MOVE REH-NEW-EMPLOYEE-ID TO WS-CANDIDATE-ID
                       PERFORM ADD-SUBJECT-ID
                       MOVE REH-PREVIOUS-EMPLOYEE-ID
                           TO WS-CANDIDATE-ID
                       PERFORM ADD-SUBJECT-ID
                   end-if
           END-READ.

      *    the NI number sits at byte 73 of both images
       IDENTIFY-FROM-AUDIT.
           if AUD-BEFORE-IMAGE(73:9) = WS-REQ-NI or
              AUD-AFTER-IMAGE(73:9) = WS-REQ-NI then
               MOVE AUD-EMPLOYEE-ID TO WS-CANDIDATE-ID
               PERFORM ADD-SUBJECT-ID
           end-if.

       ADD-SUBJECT-ID.
           if WS-CANDIDATE-ID = 0 then
               exit paragraph
           end-if
           PERFORM CHECK-SUBJECT-ID
           if WS-SUBJ-FOUND then
               exit paragraph
           end-if
           if WS-SUBJ-COUNT >= 20 then
               display 'FATAL: more than 20 employee IDs for the NI '
                   'number - '
               display '       increase WS-SUBJ-TABLE.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           ADD 1 TO WS-SUBJ-COUNT
           MOVE WS-CANDIDATE-ID TO WS-SUBJ-ID(WS-SUBJ-COUNT).

      *    is WS-CANDIDATE-ID one of the subject's IDs
       CHECK-SUBJECT-ID.
           MOVE 'N' TO WS-SUBJ-FOUND-SW
           PERFORM CHECK-SUBJECT-PASS
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
                  or WS-SUBJ-FOUND.

       CHECK-SUBJECT-PASS.
           if WS-SUBJ-ID(WS-SUBJ-IDX) = WS-CANDIDATE-ID then
               set WS-SUBJ-FOUND to true
           end-if.

      *    every month's archive from the oldest kept, then the live
      *    trail - so the history reads in the order it happened
       READ-ALL-AUDIT-FILES.
           MOVE WS-THIS-MONTH TO WS-SCAN-MONTH
           SUBTRACT WS-ARCHIVE-YEARS FROM WS-SCAN-YEAR
           PERFORM READ-ONE-ARCHIVE-MONTH
               UNTIL WS-SCAN-MONTH > WS-THIS-MONTH
           MOVE './Audit-Trail.dat' TO WS-AUDIT-FILE-NAME
           PERFORM READ-ONE-AUDIT-FILE.

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

      *    a missing file simply has nothing in it
       READ-ONE-AUDIT-FILE.
           OPEN INPUT AUDIT-TRAIL
           MOVE WS-AUD-FILE-STATUS TO WS-OPEN-STATUS
           MOVE WS-AUDIT-FILE-NAME TO WS-OPEN-NAME
           PERFORM CHECK-OPEN-STATUS
           if not WS-FILE-OPEN then
               exit paragraph
           end-if
           MOVE 'N' TO WS-FILE-MATCHED-SW
           PERFORM READ-AUDIT-PASS UNTIL WS-FILE-EOF
           CLOSE AUDIT-TRAIL.

       READ-AUDIT-PASS.
           READ AUDIT-TRAIL
               AT END set WS-FILE-EOF to true
               NOT AT END
                   if WS-IDENTIFY-PASS then
                       PERFORM IDENTIFY-FROM-AUDIT
                   else
                       PERFORM GATHER-FROM-AUDIT
                   end-if
           END-READ.

      *    an optional file that is not there holds nothing on anyone
      *    - anything else wrong with it stops the pack, which must
      *    not go out incomplete
       CHECK-OPEN-STATUS.
           MOVE 'N' TO WS-FILE-OPEN-SW
           MOVE 'N' TO WS-FILE-EOF-SW
           if WS-OPEN-STATUS = '35' then
               exit paragraph
           end-if
           if WS-OPEN-STATUS not = '00' then
               display 'FATAL: Unable to open ' WS-OPEN-NAME
                   ' Status=' WS-OPEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           set WS-FILE-OPEN to true
           set WS-FILE-PRESENT to true.

       WRITE-PACK-HEADER.
           MOVE WS-REQ-REFERENCE TO PH-REFERENCE
           WRITE Report-Record FROM Pack-Header
               AFTER ADVANCING 1 LINE
           MOVE WS-REQ-OPERATOR TO PP-OPERATOR
           MOVE WS-FORMATTED-DATE-TIME TO PP-STAMP
           WRITE Report-Record FROM Pack-Prepared-Line
               AFTER ADVANCING 1 LINE
           if WS-REQ-ID = 0 then
               MOVE 'NONE' TO PS-ID
           else
               MOVE WS-REQ-ID TO PS-ID
           end-if
           MOVE WS-REQ-NI TO PS-NI
           WRITE Report-Record FROM Pack-Search-Line
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-SUBJECT-LINE
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT.

       WRITE-SUBJECT-LINE.
           MOVE WS-SUBJ-ID(WS-SUBJ-IDX) TO PJ-ID
           WRITE Report-Record FROM Pack-Subject-Line
               AFTER ADVANCING 1 LINE.

      *    each section says what it searched, even when it found
      *    nothing - the pack has to show every file was looked at
       START-SECTION.
           ADD 1 TO WS-SECTION-NO
           MOVE WS-SECTION-NO TO PN-NUMBER
           MOVE WS-SECTION-TITLE TO PN-TITLE
           WRITE Report-Record FROM Pack-Section-Line
               AFTER ADVANCING 3 LINES
           WRITE Report-Record FROM Pack-Rule-Line
               AFTER ADVANCING 1 LINE
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 'N' TO WS-FILE-PRESENT-SW.

       END-SECTION.
           if WS-SECTION-COUNT > 0 then
               exit paragraph
           end-if
           if WS-FILE-PRESENT then
               MOVE 'NOTHING HELD.' TO PT-TEXT
           else
               MOVE 'FILE NOT PRESENT - NOTHING HELD.' TO PT-TEXT
           end-if
           WRITE Report-Record FROM Pack-Note-Line
               AFTER ADVANCING 1 LINE.

      *    a blank line ahead of every record found
       START-PACK-RECORD.
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-RECORD-COUNT
           set WS-FIRST-FIELD to true.

       WRITE-FIELD-LINE.
           if WS-FIRST-FIELD then
               WRITE Report-Record FROM Pack-Field-Line
                   AFTER ADVANCING 2 LINES
               MOVE 'N' TO WS-FIRST-FIELD-SW
           else
               WRITE Report-Record FROM Pack-Field-Line
                   AFTER ADVANCING 1 LINE
           end-if.

      *    a transaction only shows what it carries
       WRITE-KEYED-FIELD.
           if PF-VALUE not = spaces then
               PERFORM WRITE-FIELD-LINE
           end-if.

      ******************************************************************
      *    section 1 - the employee record as it stands
      ******************************************************************
       SHOW-MASTER-SECTION.
           MOVE 'EMPLOYEE RECORD (Employee.dat)' TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT EMPLOYEE
           if WS-FILE-STATUS not = '000000' then
               display 'FATAL: Unable to open EMPLOYEE file. Status='
                   WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           set WS-FILE-PRESENT to true
           PERFORM SHOW-ONE-MASTER
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
           CLOSE EMPLOYEE
           PERFORM END-SECTION.

       SHOW-ONE-MASTER.
           MOVE WS-SUBJ-ID(WS-SUBJ-IDX) TO EMPLOYEE-ID
           READ EMPLOYEE
               INVALID KEY
                   PERFORM SHOW-PURGED-NOTE
               NOT INVALID KEY
                   PERFORM SHOW-MASTER-RECORD
           END-READ.

      *    a leaver purged from the master is only found through the
      *    history still held on them
       SHOW-PURGED-NOTE.
           MOVE SPACES TO PT-TEXT
           STRING 'EMPLOYEE ID ' WS-SUBJ-ID(WS-SUBJ-IDX)
               ' - NO LONGER ON FILE (PURGED)'
               DELIMITED BY SIZE INTO PT-TEXT
           WRITE Report-Record FROM Pack-Note-Line
               AFTER ADVANCING 2 LINES.

       SHOW-MASTER-RECORD.
           PERFORM START-PACK-RECORD
           MOVE 'EMPLOYEE ID'      TO PF-LABEL
           MOVE EMPLOYEE-ID        TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'SURNAME'          TO PF-LABEL
           MOVE EMPLOYEE-SURNAME   TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'FORENAME'         TO PF-LABEL
           MOVE EMPLOYEE-FORENAME  TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'AGE'              TO PF-LABEL
           MOVE EMPLOYEE-AGE       TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'GENDER'           TO PF-LABEL
           MOVE EMPLOYEE-GENDER    TO WS-DECODE-CODE
           PERFORM DECODE-GENDER
           MOVE WS-DECODE-TEXT     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'GRADE'            TO PF-LABEL
           MOVE EMPLOYEE-GRADE     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'SPINE POINT'      TO PF-LABEL
           MOVE EMPLOYEE-SPINE-POINT TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'NEXT INCREMENT'   TO PF-LABEL
           MOVE EMPLOYEE-INCREMENT-DATE TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'ANNUAL SALARY'    TO PF-LABEL
           MOVE EMPLOYEE-SALARY    TO WS-SALARY-ED
           MOVE WS-SALARY-ED       TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'SALARY AUTHORISED' TO PF-LABEL
           MOVE EMPLOYEE-SAL-AUTH  TO WS-DECODE-CODE
           PERFORM DECODE-YES-NO
           MOVE WS-DECODE-TEXT     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'DEPARTMENT'       TO PF-LABEL
           MOVE EMPLOYEE-DEPT      TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'LINE MANAGER ID'  TO PF-LABEL
           MOVE EMPLOYEE-MANAGER-ID TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'HIRE DATE'        TO PF-LABEL
           MOVE EMPLOYEE-HIRE-DATE TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'STATUS'           TO PF-LABEL
           MOVE EMPLOYEE-STATUS    TO WS-DECODE-CODE
           PERFORM DECODE-STATUS
           MOVE WS-DECODE-TEXT     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'LEAVING DATE'     TO PF-LABEL
           MOVE EMPLOYEE-TERM-DATE TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'CONTRACT'         TO PF-LABEL
           MOVE EMPLOYEE-CONTRACT-TYPE TO WS-DECODE-CODE
           PERFORM DECODE-CONTRACT
           MOVE WS-DECODE-TEXT     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'WEEKLY HOURS'     TO PF-LABEL
           MOVE EMPLOYEE-WEEKLY-HOURS TO WS-HOURS-ED
           MOVE WS-HOURS-ED        TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'FTE'              TO PF-LABEL
           MOVE EMPLOYEE-FTE       TO WS-FTE-ED
           MOVE WS-FTE-ED          TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'CONTRACT END'     TO PF-LABEL
           MOVE EMPLOYEE-CONTRACT-END TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'NI NUMBER'        TO PF-LABEL
           MOVE EMPLOYEE-NI-NUMBER TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'TAX CODE'         TO PF-LABEL
           MOVE EMPLOYEE-TAX-CODE  TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'BANK SORT CODE'   TO PF-LABEL
           MOVE EMPLOYEE-SORT-CODE TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'BANK ACCOUNT'     TO PF-LABEL
           MOVE EMPLOYEE-ACCOUNT-NO TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'PENSION SCHEME'   TO PF-LABEL
           if EMPLOYEE-PENSIONED then
               MOVE 'Y - ENROLLED' TO PF-VALUE
           else
               MOVE 'N - NOT ENROLLED' TO PF-VALUE
           end-if
           PERFORM WRITE-FIELD-LINE.

      ******************************************************************
      *    section 2 - every change made to the record, live and
      *    archived
      ******************************************************************
       SHOW-HISTORY-SECTION.
           MOVE 'CHANGE HISTORY (Audit-Trail and monthly archives)'
               TO WS-SECTION-TITLE
           PERFORM START-SECTION
           set WS-GATHER-PASS to true
           PERFORM READ-ALL-AUDIT-FILES
           PERFORM END-SECTION.

       GATHER-FROM-AUDIT.
           MOVE AUD-EMPLOYEE-ID TO WS-CANDIDATE-ID
           PERFORM CHECK-SUBJECT-ID
           if not WS-SUBJ-FOUND then
               exit paragraph
           end-if
           if not WS-FILE-MATCHED then
               set WS-FILE-MATCHED to true
               MOVE SPACES TO PT-TEXT
               STRING 'FROM ' WS-AUDIT-FILE-NAME(3:28)
                   DELIMITED BY SIZE INTO PT-TEXT
               WRITE Report-Record FROM Pack-Note-Line
                   AFTER ADVANCING 2 LINES
           end-if
           PERFORM START-PACK-RECORD
           MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-REC
           MOVE AUD-AFTER-IMAGE  TO WS-AFTER-REC
           MOVE AUD-BEFORE-CONTRACT TO WS-BEFORE-REC(110:18)
           MOVE AUD-AFTER-CONTRACT  TO WS-AFTER-REC(110:18)
           MOVE AUD-BEFORE-SPINE    TO WS-BEFORE-REC(128:10)
           MOVE AUD-AFTER-SPINE     TO WS-AFTER-REC(128:10)
           MOVE AUD-BEFORE-GENDER   TO WS-BEF-GENDER
           MOVE AUD-AFTER-GENDER    TO WS-AFT-GENDER

           MOVE 'CHANGED'          TO PF-LABEL
           MOVE AUD-RUN-TIMESTAMP  TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'EMPLOYEE ID'      TO PF-LABEL
           MOVE AUD-EMPLOYEE-ID    TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'CHANGE'           TO PF-LABEL
           MOVE AUD-OPERATION      TO WS-DECODE-CODE
           PERFORM DECODE-OPERATION
      *    a 'D' that marked a leaver carries an after image, only a
      *    physical purge leaves it blank
           if AUD-OPERATION = 'D' then
               if AUD-AFTER-IMAGE not = spaces then
                   MOVE 'D - MARKED AS A LEAVER' TO WS-DECODE-TEXT
               else
                   MOVE 'D - REMOVED FROM FILE' TO WS-DECODE-TEXT
               end-if
           end-if
           MOVE WS-DECODE-TEXT     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'NOTE'             TO PF-LABEL
           MOVE AUD-NOTE           TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD

      *    decided off the images rather than the operation code, as
      *    AUDIT-INQUIRY does
           if AUD-BEFORE-IMAGE = spaces then
               PERFORM SHOW-AFTER-FIELDS
           else if AUD-AFTER-IMAGE = spaces then
               PERFORM SHOW-BEFORE-FIELDS
           else
               PERFORM SHOW-CHANGED-FIELDS
           end-if.

      ******************************************************************
      *    section 3 - absence spells
      ******************************************************************
       SHOW-ABSENCE-SECTION.
           MOVE 'ABSENCE RECORDS (Absence.dat)' TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT ABSENCE
           MOVE WS-ABS-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 'Absence.dat' TO WS-OPEN-NAME
           PERFORM CHECK-OPEN-STATUS
           if WS-FILE-OPEN then
               PERFORM SHOW-ABSENCE-FOR-ONE
                   VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
               CLOSE ABSENCE
           end-if
           PERFORM END-SECTION.

       SHOW-ABSENCE-FOR-ONE.
           MOVE 'N' TO WS-FILE-EOF-SW
           MOVE WS-SUBJ-ID(WS-SUBJ-IDX) TO ABS-EMPLOYEE-ID
           MOVE 0 TO ABS-START-DATE
           START ABSENCE KEY IS NOT LESS THAN ABS-KEY
               INVALID KEY set WS-FILE-EOF to true
           END-START
           PERFORM SHOW-ABSENCE-PASS UNTIL WS-FILE-EOF.

       SHOW-ABSENCE-PASS.
           READ ABSENCE NEXT RECORD
               AT END set WS-FILE-EOF to true
               NOT AT END
                   if ABS-EMPLOYEE-ID not = WS-SUBJ-ID(WS-SUBJ-IDX)
                       set WS-FILE-EOF to true
                   else
                       PERFORM SHOW-ABSENCE-RECORD
                   end-if
           END-READ.

       SHOW-ABSENCE-RECORD.
           PERFORM START-PACK-RECORD
           MOVE 'EMPLOYEE ID'      TO PF-LABEL
           MOVE ABS-EMPLOYEE-ID    TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'ABSENCE TYPE'     TO PF-LABEL
           PERFORM DECODE-ABSENCE-TYPE
           MOVE WS-DECODE-TEXT     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'FIRST DAY'        TO PF-LABEL
           MOVE ABS-START-DATE     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'LAST DAY'         TO PF-LABEL
           if ABS-END-DATE = 0 then
               MOVE 'STILL ABSENT' TO PF-VALUE
           else
               MOVE ABS-END-DATE TO PF-VALUE
           end-if
           PERFORM WRITE-FIELD-LINE
           MOVE 'DAYS LOST'        TO PF-LABEL
           MOVE ABS-DAYS-LOST      TO WS-DAYS-ED
           MOVE WS-DAYS-ED         TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'RECORDED BY'      TO PF-LABEL
           MOVE SPACES             TO PF-VALUE
           STRING ABS-RECORDED-BY ' AT ' ABS-RECORDED-STAMP
               DELIMITED BY SIZE INTO PF-VALUE
           PERFORM WRITE-FIELD-LINE.

      ******************************************************************
      *    section 4 - transactions keyed but not yet applied
      ******************************************************************
       SHOW-WAITING-SECTION.
           MOVE 'TRANSACTIONS AWAITING THE NIGHTLY BATCH'
               TO WS-SECTION-TITLE
           PERFORM START-SECTION
           MOVE './Updates.dat' TO WS-TXN-FILE-NAME
           PERFORM SHOW-WAITING-FILE
           MOVE './Resubmit.dat' TO WS-TXN-FILE-NAME
           PERFORM SHOW-WAITING-FILE
           PERFORM END-SECTION.

       SHOW-WAITING-FILE.
           OPEN INPUT UPDATES
           MOVE WS-UPD-FILE-STATUS TO WS-OPEN-STATUS
           MOVE WS-TXN-FILE-NAME TO WS-OPEN-NAME
           PERFORM CHECK-OPEN-STATUS
           if WS-FILE-OPEN then
               PERFORM SHOW-WAITING-PASS UNTIL WS-FILE-EOF
               CLOSE UPDATES
           end-if.

      *    header and control-total records carry no employee ID
       SHOW-WAITING-PASS.
           READ UPDATES
               AT END set WS-FILE-EOF to true
               NOT AT END
                   MOVE UPDATES-RECORD TO WS-TXN-VIEW
                   if WS-TXN-ID-X numeric then
                       MOVE WS-TXN-ID TO WS-CANDIDATE-ID
                       PERFORM CHECK-SUBJECT-ID
                       if WS-SUBJ-FOUND then
                           PERFORM START-PACK-RECORD
                           MOVE 'WAITING ON'  TO PF-LABEL
                           MOVE WS-TXN-FILE-NAME(3:28) TO PF-VALUE
                           PERFORM WRITE-FIELD-LINE
                           PERFORM SHOW-TRANSACTION
                       end-if
                   end-if
           END-READ.

      ******************************************************************
      *    section 5 - future-dated transactions parked until due
      ******************************************************************
       SHOW-PENDING-SECTION.
           MOVE 'FUTURE-DATED TRANSACTIONS (Pending.dat)'
               TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT PENDING-FILE
           MOVE WS-PEND-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 'Pending.dat' TO WS-OPEN-NAME
           PERFORM CHECK-OPEN-STATUS
           if WS-FILE-OPEN then
               PERFORM SHOW-PENDING-PASS UNTIL WS-FILE-EOF
               CLOSE PENDING-FILE
           end-if
           PERFORM END-SECTION.

       SHOW-PENDING-PASS.
           READ PENDING-FILE
               AT END set WS-FILE-EOF to true
               NOT AT END
                   MOVE PEND-TXN-IMAGE TO WS-TXN-VIEW
                   if WS-TXN-ID-X numeric then
                       MOVE WS-TXN-ID TO WS-CANDIDATE-ID
                       PERFORM CHECK-SUBJECT-ID
                       if WS-SUBJ-FOUND then
                           PERFORM START-PACK-RECORD
                           MOVE 'FALLS DUE'   TO PF-LABEL
                           MOVE PEND-EFFECTIVE-DATE TO PF-VALUE
                           PERFORM WRITE-FIELD-LINE
                           MOVE 'BATCH'       TO PF-LABEL
                           MOVE PEND-BATCH-NO TO PF-VALUE
                           PERFORM WRITE-FIELD-LINE
                           PERFORM SHOW-TRANSACTION
                       end-if
                   end-if
           END-READ.

      ******************************************************************
      *    section 6 - transactions the batch rejected
      ******************************************************************
       SHOW-REJECTS-SECTION.
           MOVE 'REJECTED TRANSACTIONS (Rejects.dat)'
               TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT REJECTS-FILE
           MOVE WS-REJ-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 'Rejects.dat' TO WS-OPEN-NAME
           PERFORM CHECK-OPEN-STATUS
           if WS-FILE-OPEN then
               PERFORM SHOW-REJECTS-PASS UNTIL WS-FILE-EOF
               CLOSE REJECTS-FILE
           end-if
           PERFORM END-SECTION.

      *    the image is kept in two parts - joined back up here
       SHOW-REJECTS-PASS.
           READ REJECTS-FILE
               AT END set WS-FILE-EOF to true
               NOT AT END
                   MOVE REJ-ORIGINAL-IMAGE TO WS-TXN-VIEW(1:128)
                   MOVE REJ-IMAGE-TAIL     TO WS-TXN-VIEW(129:22)
                   if WS-TXN-ID-X numeric then
                       MOVE WS-TXN-ID TO WS-CANDIDATE-ID
                       PERFORM CHECK-SUBJECT-ID
                       if WS-SUBJ-FOUND then
                           PERFORM SHOW-REJECT-RECORD
                       end-if
                   end-if
           END-READ.

       SHOW-REJECT-RECORD.
           PERFORM START-PACK-RECORD
           MOVE 'REJECTED FOR'     TO PF-LABEL
           MOVE SPACES             TO PF-VALUE
           STRING REJ-REASON-CODE ' - ' REJ-REASON-TEXT
               DELIMITED BY SIZE INTO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'SUSPENDED ON'     TO PF-LABEL
           MOVE REJ-SUSP-DATE      TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'BATCH'            TO PF-LABEL
           MOVE REJ-BATCH-NO       TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'REPAIRED'         TO PF-LABEL
           MOVE REJ-RESOLVED-FLAG  TO WS-DECODE-CODE
           PERFORM DECODE-YES-NO
           MOVE WS-DECODE-TEXT     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           PERFORM SHOW-TRANSACTION.

      ******************************************************************
      *    section 7 - salary changes held for a second approval
      ******************************************************************
       SHOW-APPROVAL-SECTION.
           MOVE 'SALARY APPROVALS (Approval-Queue.dat)'
               TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT APPROVAL-QUEUE
           MOVE WS-APQ-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 'Approval-Queue.dat' TO WS-OPEN-NAME
           PERFORM CHECK-OPEN-STATUS
           if WS-FILE-OPEN then
               PERFORM SHOW-APPROVAL-PASS UNTIL WS-FILE-EOF
               CLOSE APPROVAL-QUEUE
           end-if
           PERFORM END-SECTION.

       SHOW-APPROVAL-PASS.
           READ APPROVAL-QUEUE
               AT END set WS-FILE-EOF to true
               NOT AT END
                   MOVE APQ-EMPLOYEE-ID TO WS-CANDIDATE-ID
                   PERFORM CHECK-SUBJECT-ID
                   if WS-SUBJ-FOUND then
                       PERFORM SHOW-APPROVAL-RECORD
                   end-if
           END-READ.

       SHOW-APPROVAL-RECORD.
           PERFORM START-PACK-RECORD
           MOVE 'QUEUE REFERENCE'  TO PF-LABEL
           MOVE APQ-REF            TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'EMPLOYEE ID'      TO PF-LABEL
           MOVE APQ-EMPLOYEE-ID    TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'STATUS'           TO PF-LABEL
           PERFORM DECODE-APPROVAL-STATUS
           MOVE WS-DECODE-TEXT     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'CHANGE'           TO PF-LABEL
           MOVE APQ-OPERATION      TO WS-DECODE-CODE
           PERFORM DECODE-OPERATION
           MOVE WS-DECODE-TEXT     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'SALARY BEFORE'    TO PF-LABEL
           MOVE APQ-OLD-SALARY     TO WS-SALARY-ED
           MOVE WS-SALARY-ED       TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'SALARY AFTER'     TO PF-LABEL
           MOVE APQ-NEW-SALARY     TO WS-SALARY-ED
           MOVE WS-SALARY-ED       TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'HELD BECAUSE'     TO PF-LABEL
           PERFORM DECODE-HOLD-REASON
           MOVE WS-DECODE-TEXT     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'HELD'             TO PF-LABEL
           MOVE SPACES             TO PF-VALUE
           STRING APQ-HELD-STAMP ' - SUBMITTED BY ' APQ-SUBMITTED-BY
               DELIMITED BY SIZE INTO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           if APQ-DECIDED-BY not = spaces then
               MOVE 'DECIDED'      TO PF-LABEL
               MOVE SPACES         TO PF-VALUE
               STRING APQ-DECIDED-STAMP ' - BY ' APQ-DECIDED-BY
                   DELIMITED BY SIZE INTO PF-VALUE
               PERFORM WRITE-FIELD-LINE
           end-if
           MOVE 'REFUSAL NOTE'     TO PF-LABEL
           MOVE APQ-REFUSAL-NOTE   TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD.

      ******************************************************************
      *    section 8 - rehires tying one employment to another
      ******************************************************************
       SHOW-REHIRE-SECTION.
           MOVE 'REHIRE LINKS (Rehire-Link.dat)' TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT REHIRE-LINK
           MOVE WS-REH-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 'Rehire-Link.dat' TO WS-OPEN-NAME
           PERFORM CHECK-OPEN-STATUS
           if WS-FILE-OPEN then
               PERFORM SHOW-REHIRE-PASS UNTIL WS-FILE-EOF
               CLOSE REHIRE-LINK
           end-if
           PERFORM END-SECTION.

       SHOW-REHIRE-PASS.
           READ REHIRE-LINK
               AT END set WS-FILE-EOF to true
               NOT AT END
                   MOVE REH-NEW-EMPLOYEE-ID TO WS-CANDIDATE-ID
                   PERFORM CHECK-SUBJECT-ID
                   if not WS-SUBJ-FOUND then
                       MOVE REH-PREVIOUS-EMPLOYEE-ID
                           TO WS-CANDIDATE-ID
                       PERFORM CHECK-SUBJECT-ID
                   end-if
                   if WS-SUBJ-FOUND then
                       PERFORM SHOW-REHIRE-RECORD
                   end-if
           END-READ.

       SHOW-REHIRE-RECORD.
           PERFORM START-PACK-RECORD
           MOVE 'NEW EMPLOYEE ID'  TO PF-LABEL
           MOVE REH-NEW-EMPLOYEE-ID TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'PREVIOUS ID'      TO PF-LABEL
           MOVE REH-PREVIOUS-EMPLOYEE-ID TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'NAME'             TO PF-LABEL
           MOVE SPACES             TO PF-VALUE
           STRING REH-FORENAME ' ' REH-SURNAME
               DELIMITED BY SIZE INTO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'NI NUMBER'        TO PF-LABEL
           MOVE REH-NI-NUMBER      TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'PREVIOUSLY HIRED' TO PF-LABEL
           MOVE REH-PREVIOUS-HIRE-DATE TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'PREVIOUSLY LEFT'  TO PF-LABEL
           MOVE REH-PREVIOUS-TERM-DATE TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'REHIRED'          TO PF-LABEL
           MOVE REH-REHIRE-DATE    TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'DAYS BETWEEN'     TO PF-LABEL
           MOVE REH-GAP-DAYS       TO WS-COUNT-ED
           MOVE WS-COUNT-ED        TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'LINKED'           TO PF-LABEL
           MOVE REH-LINK-STAMP     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE.

      ******************************************************************
      *    sections 9 to 13 - the extracts and feeds as last cut, and
      *    the bureau's return
      ******************************************************************
       SHOW-PAYROLL-SECTION.
           MOVE 'PAYROLL EXTRACT (Payroll-Extract.dat)'
               TO WS-SECTION-TITLE
           PERFORM START-SECTION
           MOVE 0 TO WS-PAY-PERIOD
           OPEN INPUT PAYROLL-EXTRACT
           MOVE WS-PAY-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 'Payroll-Extract.dat' TO WS-OPEN-NAME
           PERFORM CHECK-OPEN-STATUS
           if WS-FILE-OPEN then
               PERFORM SHOW-PAYROLL-PASS UNTIL WS-FILE-EOF
               CLOSE PAYROLL-EXTRACT
           end-if
           PERFORM END-SECTION.

       SHOW-PAYROLL-PASS.
           READ PAYROLL-EXTRACT
               AT END set WS-FILE-EOF to true
               NOT AT END PERFORM CHECK-PAYROLL-RECORD
           END-READ.

       CHECK-PAYROLL-RECORD.
           if PAY-HDR-ID = 'PAYROLL-HDR' then
               MOVE PAY-HDR-PERIOD-DATE TO WS-PAY-PERIOD
           else if PAY-TRL-ID not = 'PAYROLL-TRL' then
               MOVE PAY-DET-EMPLOYEE-ID TO WS-CANDIDATE-ID
               PERFORM CHECK-SUBJECT-ID
               if WS-SUBJ-FOUND then
                   PERFORM SHOW-PAYROLL-RECORD
               end-if
           end-if.

       SHOW-PAYROLL-RECORD.
           PERFORM START-PACK-RECORD
           MOVE 'PAY PERIOD'       TO PF-LABEL
           MOVE WS-PAY-PERIOD      TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'EMPLOYEE ID'      TO PF-LABEL
           MOVE PAY-DET-EMPLOYEE-ID TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'NAME'             TO PF-LABEL
           MOVE SPACES             TO PF-VALUE
           STRING PAY-DET-FORENAME ' ' PAY-DET-SURNAME
               DELIMITED BY SIZE INTO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'DEPARTMENT'       TO PF-LABEL
           MOVE PAY-DET-DEPT       TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'GRADE'            TO PF-LABEL
           MOVE PAY-DET-GRADE      TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'ANNUAL PAY'       TO PF-LABEL
           MOVE PAY-DET-ANNUAL-SALARY TO WS-SALARY-ED
           MOVE WS-SALARY-ED       TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'MONTHLY GROSS'    TO PF-LABEL
           MOVE PAY-DET-MONTHLY-GROSS TO WS-SALARY-ED
           MOVE WS-SALARY-ED       TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'FTE'              TO PF-LABEL
           MOVE PAY-DET-FTE        TO WS-FTE-ED
           MOVE WS-FTE-ED          TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'NI NUMBER'        TO PF-LABEL
           MOVE PAY-DET-NI-NUMBER  TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'TAX CODE'         TO PF-LABEL
           MOVE PAY-DET-TAX-CODE   TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'BANK SORT CODE'   TO PF-LABEL
           MOVE PAY-DET-SORT-CODE  TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'BANK ACCOUNT'     TO PF-LABEL
           MOVE PAY-DET-ACCOUNT-NO TO PF-VALUE
           PERFORM WRITE-FIELD-LINE.

       SHOW-PENSION-SECTION.
           MOVE 'PENSION EXTRACT (Pension-Extract.dat)'
               TO WS-SECTION-TITLE
           PERFORM START-SECTION
           MOVE 0 TO WS-PEN-PERIOD
           OPEN INPUT PENSION-EXTRACT
           MOVE WS-PEN-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 'Pension-Extract.dat' TO WS-OPEN-NAME
           PERFORM CHECK-OPEN-STATUS
           if WS-FILE-OPEN then
               PERFORM SHOW-PENSION-PASS UNTIL WS-FILE-EOF
               CLOSE PENSION-EXTRACT
           end-if
           PERFORM END-SECTION.

       SHOW-PENSION-PASS.
           READ PENSION-EXTRACT
               AT END set WS-FILE-EOF to true
               NOT AT END PERFORM CHECK-PENSION-RECORD
           END-READ.

       CHECK-PENSION-RECORD.
           if PEN-HDR-ID = 'PENSION-HDR' then
               MOVE PEN-HDR-PERIOD-DATE TO WS-PEN-PERIOD
           else if PEN-TRL-ID not = 'PENSION-TRL' then
               MOVE PEN-DET-EMPLOYEE-ID TO WS-CANDIDATE-ID
               PERFORM CHECK-SUBJECT-ID
               if WS-SUBJ-FOUND then
                   PERFORM SHOW-PENSION-RECORD
               end-if
           end-if.

       SHOW-PENSION-RECORD.
           PERFORM START-PACK-RECORD
           MOVE 'PERIOD'           TO PF-LABEL
           MOVE WS-PEN-PERIOD      TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'EMPLOYEE ID'      TO PF-LABEL
           MOVE PEN-DET-EMPLOYEE-ID TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'NAME'             TO PF-LABEL
           MOVE SPACES             TO PF-VALUE
           STRING PEN-DET-FORENAME ' ' PEN-DET-SURNAME
               DELIMITED BY SIZE INTO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'NI NUMBER'        TO PF-LABEL
           MOVE PEN-DET-NI-NUMBER  TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'PENSIONABLE PAY'  TO PF-LABEL
           MOVE PEN-DET-PENSIONABLE TO WS-SALARY-ED
           MOVE WS-SALARY-ED       TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'OWN CONTRIBUTION' TO PF-LABEL
           MOVE PEN-DET-EMPLOYEE-CONT TO WS-SALARY-ED
           MOVE WS-SALARY-ED       TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'EMPLOYER PAYS'    TO PF-LABEL
           MOVE PEN-DET-EMPLOYER-CONT TO WS-SALARY-ED
           MOVE WS-SALARY-ED       TO PF-VALUE
           PERFORM WRITE-FIELD-LINE.

       SHOW-BUREAU-SECTION.
           MOVE 'PAYROLL BUREAU RETURN (Bureau-Return.dat)'
               TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT BUREAU-RETURN
           MOVE WS-BUR-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 'Bureau-Return.dat' TO WS-OPEN-NAME
           PERFORM CHECK-OPEN-STATUS
           if WS-FILE-OPEN then
               PERFORM SHOW-BUREAU-PASS UNTIL WS-FILE-EOF
               CLOSE BUREAU-RETURN
           end-if
           PERFORM END-SECTION.

       SHOW-BUREAU-PASS.
           READ BUREAU-RETURN
               AT END set WS-FILE-EOF to true
               NOT AT END
                   MOVE BUR-EMPLOYEE-ID TO WS-CANDIDATE-ID
                   PERFORM CHECK-SUBJECT-ID
                   if WS-SUBJ-FOUND then
                       PERFORM START-PACK-RECORD
                       MOVE 'PERIOD PAID'  TO PF-LABEL
                       MOVE BUR-PERIOD     TO PF-VALUE
                       PERFORM WRITE-FIELD-LINE
                       MOVE 'EMPLOYEE ID'  TO PF-LABEL
                       MOVE BUR-EMPLOYEE-ID TO PF-VALUE
                       PERFORM WRITE-FIELD-LINE
                       MOVE 'GROSS PAID'   TO PF-LABEL
                       MOVE BUR-GROSS-PAID TO WS-SALARY-ED
                       MOVE WS-SALARY-ED   TO PF-VALUE
                       PERFORM WRITE-FIELD-LINE
                       MOVE 'NI NUMBER'    TO PF-LABEL
                       MOVE BUR-NI-NUMBER  TO PF-VALUE
                       PERFORM WRITE-FIELD-LINE
                   end-if
           END-READ.

       SHOW-RECON-SECTION.
           MOVE 'PAYROLL RECONCILIATION EXCEPTIONS'
               TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT RECON-EXCEPTIONS
           MOVE WS-RCX-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 'Payroll-Recon-Exceptions.dat' TO WS-OPEN-NAME
           PERFORM CHECK-OPEN-STATUS
           if WS-FILE-OPEN then
               PERFORM SHOW-RECON-PASS UNTIL WS-FILE-EOF
               CLOSE RECON-EXCEPTIONS
           end-if
           PERFORM END-SECTION.

       SHOW-RECON-PASS.
           READ RECON-EXCEPTIONS
               AT END set WS-FILE-EOF to true
               NOT AT END
                   MOVE RCX-EMPLOYEE-ID TO WS-CANDIDATE-ID
                   PERFORM CHECK-SUBJECT-ID
                   if WS-SUBJ-FOUND then
                       PERFORM SHOW-RECON-RECORD
                   end-if
           END-READ.

       SHOW-RECON-RECORD.
           PERFORM START-PACK-RECORD
           MOVE 'PAY PERIOD'       TO PF-LABEL
           MOVE RCX-PERIOD         TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'EMPLOYEE ID'      TO PF-LABEL
           MOVE RCX-EMPLOYEE-ID    TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'EXCEPTION'        TO PF-LABEL
           MOVE SPACES             TO PF-VALUE
           STRING RCX-EXCEPTION-CODE ' - ' RCX-REASON-TEXT
               DELIMITED BY SIZE INTO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'OUR GROSS'        TO PF-LABEL
           MOVE RCX-EXTRACT-GROSS  TO WS-SALARY-ED
           MOVE WS-SALARY-ED       TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'BUREAU GROSS'     TO PF-LABEL
           MOVE RCX-BUREAU-GROSS   TO WS-SALARY-ED
           MOVE WS-SALARY-ED       TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'DIFFERENCE'       TO PF-LABEL
           MOVE RCX-DIFFERENCE     TO WS-DIFF-ED
           MOVE WS-DIFF-ED         TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'OUR NI NUMBER'    TO PF-LABEL
           MOVE RCX-OUR-NI         TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'BUREAU NI NUMBER' TO PF-LABEL
           MOVE RCX-BUREAU-NI      TO PF-VALUE
           PERFORM WRITE-FIELD-LINE.

       SHOW-JML-SECTION.
           MOVE 'JOINER/MOVER/LEAVER FEED (JML-Feed.dat)'
               TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT JML-FEED
           MOVE WS-JML-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 'JML-Feed.dat' TO WS-OPEN-NAME
           PERFORM CHECK-OPEN-STATUS
           if WS-FILE-OPEN then
               PERFORM SHOW-JML-PASS UNTIL WS-FILE-EOF
               CLOSE JML-FEED
           end-if
           PERFORM END-SECTION.

       SHOW-JML-PASS.
           READ JML-FEED
               AT END set WS-FILE-EOF to true
               NOT AT END
                   if JML-HDR-ID = 'JMLFEED-HDR' or
                      JML-TRL-ID = 'JMLFEED-TRL' then
                       CONTINUE
                   else
                       MOVE JML-DET-EMPLOYEE-ID TO WS-CANDIDATE-ID
                       PERFORM CHECK-SUBJECT-ID
                       if WS-SUBJ-FOUND then
                           PERFORM SHOW-JML-RECORD
                       end-if
                   end-if
           END-READ.

       SHOW-JML-RECORD.
           PERFORM START-PACK-RECORD
           MOVE 'EVENT'            TO PF-LABEL
           PERFORM DECODE-JML-EVENT
           MOVE WS-DECODE-TEXT     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'EMPLOYEE ID'      TO PF-LABEL
           MOVE JML-DET-EMPLOYEE-ID TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'NAME'             TO PF-LABEL
           MOVE SPACES             TO PF-VALUE
           STRING JML-DET-FORENAME ' ' JML-DET-SURNAME
               DELIMITED BY SIZE INTO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'EFFECTIVE'        TO PF-LABEL
           MOVE JML-DET-EFFECTIVE-DATE TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'DEPARTMENT'       TO PF-LABEL
           MOVE JML-DET-DEPT       TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'LINE MANAGER ID'  TO PF-LABEL
           MOVE JML-DET-MANAGER-ID TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           if JML-MOVER then
               MOVE 'MOVED FROM DEPT' TO PF-LABEL
               MOVE JML-DET-OLD-DEPT  TO PF-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE 'PREVIOUS MANAGER' TO PF-LABEL
               MOVE JML-DET-OLD-MANAGER-ID TO PF-VALUE
               PERFORM WRITE-FIELD-LINE
           end-if.

      ******************************************************************
      *    section 14 - transactions for them an operator was refused
      ******************************************************************
       SHOW-SECURITY-SECTION.
           MOVE 'REFUSED TRANSACTIONS (Security-Log.dat)'
               TO WS-SECTION-TITLE
           PERFORM START-SECTION
           OPEN INPUT SECURITY-LOG
           MOVE WS-SEC-FILE-STATUS TO WS-OPEN-STATUS
           MOVE 'Security-Log.dat' TO WS-OPEN-NAME
           PERFORM CHECK-OPEN-STATUS
           if WS-FILE-OPEN then
               PERFORM SHOW-SECURITY-PASS UNTIL WS-FILE-EOF
               CLOSE SECURITY-LOG
           end-if
           PERFORM END-SECTION.

       SHOW-SECURITY-PASS.
           READ SECURITY-LOG
               AT END set WS-FILE-EOF to true
               NOT AT END
                   MOVE SEC-EMPLOYEE-ID TO WS-CANDIDATE-ID
                   PERFORM CHECK-SUBJECT-ID
                   if WS-SUBJ-FOUND then
                       PERFORM START-PACK-RECORD
                       MOVE 'REFUSED'      TO PF-LABEL
                       MOVE SEC-STAMP      TO PF-VALUE
                       PERFORM WRITE-FIELD-LINE
                       MOVE 'OPERATOR'     TO PF-LABEL
                       MOVE SEC-OPERATOR   TO PF-VALUE
                       PERFORM WRITE-FIELD-LINE
                       MOVE 'PROGRAM'      TO PF-LABEL
                       MOVE SEC-PROGRAM    TO PF-VALUE
                       PERFORM WRITE-FIELD-LINE
                       MOVE 'ASKED FOR'    TO PF-LABEL
                       MOVE SEC-REQUESTED  TO PF-VALUE
                       PERFORM WRITE-FIELD-LINE
                       MOVE 'REASON'       TO PF-LABEL
                       MOVE SPACES         TO PF-VALUE
                       STRING SEC-REASON-CODE ' - ' SEC-REASON-TEXT
                           DELIMITED BY SIZE INTO PF-VALUE
                       PERFORM WRITE-FIELD-LINE
                   end-if
           END-READ.

      ******************************************************************
      *    an Updates.dat transaction image in WS-TXN-VIEW, decoded
      *    by its operation - an insert or update shows each field it
      *    carries, the short forms their one or two fields
      ******************************************************************
       SHOW-TRANSACTION.
           MOVE 'TRANSACTION'      TO PF-LABEL
           MOVE WS-TXN-OPERATION   TO WS-DECODE-CODE
           PERFORM DECODE-OPERATION
           MOVE WS-DECODE-TEXT     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'EMPLOYEE ID'      TO PF-LABEL
           MOVE WS-TXN-ID          TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'TAKES EFFECT'     TO PF-LABEL
           MOVE WS-TXN-EFF-DATE    TO PF-VALUE
           if WS-TXN-EFF-DATE = zeros then
               MOVE SPACES TO PF-VALUE
           end-if
           PERFORM WRITE-KEYED-FIELD
           if WS-TXN-OPERATION = 'S' then
               PERFORM SHOW-TXN-ADJUSTMENT
           else if WS-TXN-OPERATION = 'A' then
               PERFORM SHOW-TXN-AUTHORISATION
           else if WS-TXN-OPERATION = 'M' then
               MOVE 'NEW MANAGER ID'  TO PF-LABEL
               MOVE WS-MGR-NEW-MANAGER TO PF-VALUE
               PERFORM WRITE-FIELD-LINE
           else if WS-TXN-OPERATION = 'T' then
               MOVE 'NEW DEPARTMENT'  TO PF-LABEL
               MOVE WS-TFR-NEW-DEPT   TO PF-VALUE
               PERFORM WRITE-FIELD-LINE
           else
               PERFORM SHOW-TXN-RECORD-FIELDS
           end-if.

       SHOW-TXN-ADJUSTMENT.
           if WS-ADJ-NEW-SALARY numeric and
              WS-ADJ-NEW-SALARY not = 0 then
               MOVE 'NEW SALARY'      TO PF-LABEL
               MOVE WS-ADJ-NEW-SALARY TO WS-SALARY-ED
               MOVE WS-SALARY-ED      TO PF-VALUE
               PERFORM WRITE-FIELD-LINE
           else if WS-ADJ-PCT-RATE numeric then
               MOVE 'PERCENTAGE CHANGE' TO PF-LABEL
               MOVE WS-ADJ-PCT-RATE   TO WS-HOURS-ED
               MOVE SPACES            TO PF-VALUE
               STRING WS-ADJ-PCT-SIGN WS-HOURS-ED
                   DELIMITED BY SIZE INTO PF-VALUE
               PERFORM WRITE-FIELD-LINE
           end-if.

       SHOW-TXN-AUTHORISATION.
           MOVE 'ACTION'          TO PF-LABEL
           PERFORM DECODE-AUTH-ACTION
           MOVE WS-DECODE-TEXT     TO PF-VALUE
           PERFORM WRITE-FIELD-LINE
           MOVE 'AUTHORISED BY'   TO PF-LABEL
           MOVE WS-AUT-AUTHORISER TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD
           MOVE 'REASON'          TO PF-LABEL
           MOVE WS-AUT-REASON     TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD.

       SHOW-TXN-RECORD-FIELDS.
           MOVE 'SURNAME'          TO PF-LABEL
           MOVE WS-TXN-SURNAME     TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD
           MOVE 'FORENAME'         TO PF-LABEL
           MOVE WS-TXN-FORENAME    TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD
           MOVE 'AGE'              TO PF-LABEL
           MOVE WS-TXN-AGE         TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD
           if WS-TXN-GENDER not = space then
               MOVE 'GENDER'       TO PF-LABEL
               MOVE WS-TXN-GENDER  TO WS-DECODE-CODE
               PERFORM DECODE-GENDER
               MOVE WS-DECODE-TEXT TO PF-VALUE
               PERFORM WRITE-FIELD-LINE
           end-if
           MOVE 'GRADE'            TO PF-LABEL
           MOVE WS-TXN-GRADE       TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD
           if WS-TXN-SALARY numeric then
               MOVE 'ANNUAL SALARY' TO PF-LABEL
               MOVE WS-TXN-SALARY  TO WS-SALARY-ED
               MOVE WS-SALARY-ED   TO PF-VALUE
               PERFORM WRITE-FIELD-LINE
           else
               MOVE 'ANNUAL SALARY' TO PF-LABEL
               MOVE WS-TXN-SALARY-X TO PF-VALUE
               PERFORM WRITE-KEYED-FIELD
           end-if
           MOVE 'DEPARTMENT'       TO PF-LABEL
           MOVE WS-TXN-DEPT        TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD
           MOVE 'HIRE DATE'        TO PF-LABEL
           MOVE WS-TXN-HIRE-DATE   TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD
           MOVE 'LINE MANAGER ID'  TO PF-LABEL
           MOVE WS-TXN-MANAGER     TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD
           if WS-TXN-CONTRACT not = space then
               MOVE 'CONTRACT'     TO PF-LABEL
               MOVE WS-TXN-CONTRACT TO WS-DECODE-CODE
               PERFORM DECODE-CONTRACT
               MOVE WS-DECODE-TEXT TO PF-VALUE
               PERFORM WRITE-FIELD-LINE
           end-if
           if WS-TXN-HOURS numeric then
               MOVE 'WEEKLY HOURS' TO PF-LABEL
               MOVE WS-TXN-HOURS   TO WS-HOURS-ED
               MOVE WS-HOURS-ED    TO PF-VALUE
               PERFORM WRITE-FIELD-LINE
           else
               MOVE 'WEEKLY HOURS' TO PF-LABEL
               MOVE WS-TXN-HOURS-X TO PF-VALUE
               PERFORM WRITE-KEYED-FIELD
           end-if
           MOVE 'CONTRACT END'     TO PF-LABEL
           MOVE WS-TXN-CONT-END    TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD
           MOVE 'NI NUMBER'        TO PF-LABEL
           MOVE WS-TXN-NI          TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD
           MOVE 'TAX CODE'         TO PF-LABEL
           MOVE WS-TXN-TAX         TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD
           MOVE 'BANK SORT CODE'   TO PF-LABEL
           MOVE WS-TXN-SORT        TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD
           MOVE 'BANK ACCOUNT'     TO PF-LABEL
           MOVE WS-TXN-ACCT        TO PF-VALUE
           PERFORM WRITE-KEYED-FIELD.

      ******************************************************************
      *    codes spelt out for the reader
      ******************************************************************
       DECODE-OPERATION.
           if WS-DECODE-CODE = 'I' then
               MOVE 'I - NEW EMPLOYEE' TO WS-DECODE-TEXT
           else if WS-DECODE-CODE = 'U' then
               MOVE 'U - UPDATE' TO WS-DECODE-TEXT
           else if WS-DECODE-CODE = 'D' then
               MOVE 'D - LEAVER' TO WS-DECODE-TEXT
           else if WS-DECODE-CODE = 'S' then
               MOVE 'S - SALARY ADJUSTMENT' TO WS-DECODE-TEXT
           else if WS-DECODE-CODE = 'A' then
               MOVE 'A - SALARY AUTHORISATION' TO WS-DECODE-TEXT
           else if WS-DECODE-CODE = 'M' then
               MOVE 'M - LINE MANAGER ASSIGNED' TO WS-DECODE-TEXT
           else if WS-DECODE-CODE = 'T' then
               MOVE 'T - DEPARTMENT TRANSFER' TO WS-DECODE-TEXT
           else if WS-DECODE-CODE = 'P' then
               MOVE 'P - PENSION ENROLMENT' TO WS-DECODE-TEXT
           else if WS-DECODE-CODE = 'N' then
               MOVE 'N - SPINE POINT INCREMENT' TO WS-DECODE-TEXT
           else
               MOVE WS-DECODE-CODE TO WS-DECODE-TEXT
           end-if.

       DECODE-ABSENCE-TYPE.
           if ABS-SICKNESS then
               MOVE 'S - SICKNESS' TO WS-DECODE-TEXT
           else if ABS-UNPAID then
               MOVE 'U - UNPAID LEAVE' TO WS-DECODE-TEXT
           else if ABS-COMPASSIONATE then
               MOVE 'C - COMPASSIONATE LEAVE' TO WS-DECODE-TEXT
           else if ABS-PARENTAL then
               MOVE 'M - MATERNITY/PATERNITY' TO WS-DECODE-TEXT
           else
               MOVE ABS-TYPE TO WS-DECODE-TEXT
           end-if.

       DECODE-APPROVAL-STATUS.
           if APQ-HELD then
               MOVE 'H - AWAITING A DECISION' TO WS-DECODE-TEXT
           else if APQ-APPROVED then
               MOVE 'A - APPROVED' TO WS-DECODE-TEXT
           else if APQ-REFUSED then
               MOVE 'R - REFUSED' TO WS-DECODE-TEXT
           else
               MOVE APQ-STATUS TO WS-DECODE-TEXT
           end-if.

       DECODE-HOLD-REASON.
           if APQ-HOLD-REASON = 'SAMT' then
               MOVE 'SAMT - RISE OVER THE AMOUNT LIMIT'
                   TO WS-DECODE-TEXT
           else if APQ-HOLD-REASON = 'SPCT' then
               MOVE 'SPCT - RISE OVER THE PERCENTAGE LIMIT'
                   TO WS-DECODE-TEXT
           else
               MOVE APQ-HOLD-REASON TO WS-DECODE-TEXT
           end-if.

       DECODE-JML-EVENT.
           if JML-JOINER then
               MOVE 'J - JOINER' TO WS-DECODE-TEXT
           else if JML-MOVER then
               MOVE 'M - MOVER' TO WS-DECODE-TEXT
           else if JML-LEAVER then
               MOVE 'L - LEAVER' TO WS-DECODE-TEXT
           else
               MOVE JML-DET-EVENT TO WS-DECODE-TEXT
           end-if.

       DECODE-AUTH-ACTION.
           if WS-AUT-ACTION = 'G' then
               MOVE 'G - GRANT SALARY OUTSIDE THE GRADE BAND'
                   TO WS-DECODE-TEXT
           else if WS-AUT-ACTION = 'W' then
               MOVE 'W - WITHDRAW THE APPROVAL' TO WS-DECODE-TEXT
           else
               MOVE WS-AUT-ACTION TO WS-DECODE-TEXT
           end-if.

       DECODE-STATUS.
           if WS-DECODE-CODE = 'A' then
               MOVE 'A - ACTIVE' TO WS-DECODE-TEXT
           else if WS-DECODE-CODE = 'L' then
               MOVE 'L - LEFT' TO WS-DECODE-TEXT
           else
               MOVE WS-DECODE-CODE TO WS-DECODE-TEXT
           end-if.

      *    records filed before the contract fields read as spaces,
      *    which every program takes as permanent
       DECODE-CONTRACT.
           if WS-DECODE-CODE = 'P' or WS-DECODE-CODE = space then
               MOVE 'P - PERMANENT' TO WS-DECODE-TEXT
           else if WS-DECODE-CODE = 'F' then
               MOVE 'F - FIXED-TERM' TO WS-DECODE-TEXT
           else if WS-DECODE-CODE = 'C' then
               MOVE 'C - CASUAL' TO WS-DECODE-TEXT
           else
               MOVE WS-DECODE-CODE TO WS-DECODE-TEXT
           end-if.

       DECODE-GENDER.
           if WS-DECODE-CODE = 'M' then
               MOVE 'M - MALE' TO WS-DECODE-TEXT
           else if WS-DECODE-CODE = 'F' then
               MOVE 'F - FEMALE' TO WS-DECODE-TEXT
           else if WS-DECODE-CODE = 'X' then
               MOVE 'X - NEITHER OR NOT DISCLOSED' TO WS-DECODE-TEXT
           else if WS-DECODE-CODE = space then
               MOVE 'NOT RECORDED' TO WS-DECODE-TEXT
           else
               MOVE WS-DECODE-CODE TO WS-DECODE-TEXT
           end-if.

       DECODE-YES-NO.
           if WS-DECODE-CODE = 'Y' then
               MOVE 'YES' TO WS-DECODE-TEXT
           else
               MOVE 'NO' TO WS-DECODE-TEXT
           end-if.

      ******************************************************************
      *    a change-history entry laid out field by field, the way
      *    AUDIT-INQUIRY prints it
      ******************************************************************
      *    an insert has no before image - every field is new
       SHOW-AFTER-FIELDS.
           MOVE SPACES TO CH-OLD
           MOVE 'SURNAME' TO CH-FIELD
           MOVE WS-AFT-SURNAME TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           MOVE 'FORENAME' TO CH-FIELD
           MOVE WS-AFT-FORENAME TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           MOVE 'AGE'    TO CH-FIELD
           MOVE WS-AFT-AGE TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           MOVE 'GRADE'  TO CH-FIELD
           MOVE WS-AFT-GRADE TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           MOVE 'SALARY' TO CH-FIELD
           MOVE WS-AFT-SALARY TO WS-SALARY-ED
           MOVE WS-SALARY-ED TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           MOVE 'DEPT'   TO CH-FIELD
           MOVE WS-AFT-DEPT TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           MOVE 'HIRED'  TO CH-FIELD
           MOVE WS-AFT-HIRE-DATE TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           MOVE 'STATUS' TO CH-FIELD
           MOVE WS-AFT-STATUS TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           MOVE 'TERM DT' TO CH-FIELD
           MOVE WS-AFT-TERM-DATE TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           MOVE 'NI NO'  TO CH-FIELD
           MOVE WS-AFT-NI TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           MOVE 'TAX CODE' TO CH-FIELD
           MOVE WS-AFT-TAX TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           MOVE 'SORT CODE' TO CH-FIELD
           MOVE WS-AFT-SORT TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           MOVE 'ACCOUNT' TO CH-FIELD
           MOVE WS-AFT-ACCT TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           MOVE 'MANAGER' TO CH-FIELD
           MOVE WS-AFT-MANAGER TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           MOVE 'SAL AUTH' TO CH-FIELD
           MOVE WS-AFT-SAL-AUTH TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           MOVE 'PENSION' TO CH-FIELD
           MOVE WS-AFT-PENSION TO CH-NEW
           PERFORM WRITE-CHANGE-LINE
           if WS-AFTER-REC(110:18) not = spaces then
               MOVE 'CONTRACT' TO CH-FIELD
               MOVE WS-AFT-CONTRACT TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
               MOVE 'HOURS' TO CH-FIELD
               PERFORM EDIT-AFTER-HOURS
               PERFORM WRITE-CHANGE-LINE
               MOVE 'FTE' TO CH-FIELD
               PERFORM EDIT-AFTER-FTE
               PERFORM WRITE-CHANGE-LINE
               MOVE 'CONT END' TO CH-FIELD
               MOVE WS-AFT-CONT-END TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-AFTER-REC(128:10) not = spaces then
               MOVE 'SPINE PT' TO CH-FIELD
               MOVE WS-AFT-SPINE TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
               MOVE 'INCR DUE' TO CH-FIELD
               MOVE WS-AFT-INCR-DATE TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-AFT-GENDER not = space then
               MOVE 'GENDER' TO CH-FIELD
               MOVE WS-AFT-GENDER TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if.

      *    a delete leaves no after image - show what was lost
       SHOW-BEFORE-FIELDS.
           MOVE SPACES TO CH-NEW
           MOVE 'SURNAME' TO CH-FIELD
           MOVE WS-BEF-SURNAME TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           MOVE 'FORENAME' TO CH-FIELD
           MOVE WS-BEF-FORENAME TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           MOVE 'AGE'    TO CH-FIELD
           MOVE WS-BEF-AGE TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           MOVE 'GRADE'  TO CH-FIELD
           MOVE WS-BEF-GRADE TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           MOVE 'SALARY' TO CH-FIELD
           MOVE WS-BEF-SALARY TO WS-SALARY-ED
           MOVE WS-SALARY-ED TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           MOVE 'DEPT'   TO CH-FIELD
           MOVE WS-BEF-DEPT TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           MOVE 'HIRED'  TO CH-FIELD
           MOVE WS-BEF-HIRE-DATE TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           MOVE 'STATUS' TO CH-FIELD
           MOVE WS-BEF-STATUS TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           MOVE 'TERM DT' TO CH-FIELD
           MOVE WS-BEF-TERM-DATE TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           MOVE 'NI NO'  TO CH-FIELD
           MOVE WS-BEF-NI TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           MOVE 'TAX CODE' TO CH-FIELD
           MOVE WS-BEF-TAX TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           MOVE 'SORT CODE' TO CH-FIELD
           MOVE WS-BEF-SORT TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           MOVE 'ACCOUNT' TO CH-FIELD
           MOVE WS-BEF-ACCT TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           MOVE 'MANAGER' TO CH-FIELD
           MOVE WS-BEF-MANAGER TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           MOVE 'SAL AUTH' TO CH-FIELD
           MOVE WS-BEF-SAL-AUTH TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           MOVE 'PENSION' TO CH-FIELD
           MOVE WS-BEF-PENSION TO CH-OLD
           PERFORM WRITE-CHANGE-LINE
           if WS-BEFORE-REC(110:18) not = spaces then
               MOVE 'CONTRACT' TO CH-FIELD
               MOVE WS-BEF-CONTRACT TO CH-OLD
               PERFORM WRITE-CHANGE-LINE
               MOVE 'HOURS' TO CH-FIELD
               PERFORM EDIT-BEFORE-HOURS
               PERFORM WRITE-CHANGE-LINE
               MOVE 'FTE' TO CH-FIELD
               PERFORM EDIT-BEFORE-FTE
               PERFORM WRITE-CHANGE-LINE
               MOVE 'CONT END' TO CH-FIELD
               MOVE WS-BEF-CONT-END TO CH-OLD
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEFORE-REC(128:10) not = spaces then
               MOVE 'SPINE PT' TO CH-FIELD
               MOVE WS-BEF-SPINE TO CH-OLD
               PERFORM WRITE-CHANGE-LINE
               MOVE 'INCR DUE' TO CH-FIELD
               MOVE WS-BEF-INCR-DATE TO CH-OLD
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-GENDER not = space then
               MOVE 'GENDER' TO CH-FIELD
               MOVE WS-BEF-GENDER TO CH-OLD
               PERFORM WRITE-CHANGE-LINE
           end-if.

      *    an update shows only the fields that actually moved, so
      *    'who changed this salary' reads straight off the report
       SHOW-CHANGED-FIELDS.
           if WS-BEF-SURNAME not = WS-AFT-SURNAME then
               MOVE 'SURNAME' TO CH-FIELD
               MOVE WS-BEF-SURNAME TO CH-OLD
               MOVE WS-AFT-SURNAME TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-FORENAME not = WS-AFT-FORENAME then
               MOVE 'FORENAME' TO CH-FIELD
               MOVE WS-BEF-FORENAME TO CH-OLD
               MOVE WS-AFT-FORENAME TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-AGE not = WS-AFT-AGE then
               MOVE 'AGE' TO CH-FIELD
               MOVE WS-BEF-AGE TO CH-OLD
               MOVE WS-AFT-AGE TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-GRADE not = WS-AFT-GRADE then
               MOVE 'GRADE' TO CH-FIELD
               MOVE WS-BEF-GRADE TO CH-OLD
               MOVE WS-AFT-GRADE TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-SALARY-X not = WS-AFT-SALARY-X then
               MOVE 'SALARY' TO CH-FIELD
               MOVE WS-BEF-SALARY TO WS-SALARY-ED
               MOVE WS-SALARY-ED TO CH-OLD
               MOVE WS-AFT-SALARY TO WS-SALARY-ED
               MOVE WS-SALARY-ED TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-DEPT not = WS-AFT-DEPT then
               MOVE 'DEPT' TO CH-FIELD
               MOVE WS-BEF-DEPT TO CH-OLD
               MOVE WS-AFT-DEPT TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-HIRE-DATE not = WS-AFT-HIRE-DATE then
               MOVE 'HIRED' TO CH-FIELD
               MOVE WS-BEF-HIRE-DATE TO CH-OLD
               MOVE WS-AFT-HIRE-DATE TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-STATUS not = WS-AFT-STATUS then
               MOVE 'STATUS' TO CH-FIELD
               MOVE WS-BEF-STATUS TO CH-OLD
               MOVE WS-AFT-STATUS TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-TERM-DATE not = WS-AFT-TERM-DATE then
               MOVE 'TERM DT' TO CH-FIELD
               MOVE WS-BEF-TERM-DATE TO CH-OLD
               MOVE WS-AFT-TERM-DATE TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-NI not = WS-AFT-NI then
               MOVE 'NI NO' TO CH-FIELD
               MOVE WS-BEF-NI TO CH-OLD
               MOVE WS-AFT-NI TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-TAX not = WS-AFT-TAX then
               MOVE 'TAX CODE' TO CH-FIELD
               MOVE WS-BEF-TAX TO CH-OLD
               MOVE WS-AFT-TAX TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-SORT not = WS-AFT-SORT then
               MOVE 'SORT CODE' TO CH-FIELD
               MOVE WS-BEF-SORT TO CH-OLD
               MOVE WS-AFT-SORT TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-ACCT not = WS-AFT-ACCT then
               MOVE 'ACCOUNT' TO CH-FIELD
               MOVE WS-BEF-ACCT TO CH-OLD
               MOVE WS-AFT-ACCT TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-MANAGER not = WS-AFT-MANAGER then
               MOVE 'MANAGER' TO CH-FIELD
               MOVE WS-BEF-MANAGER TO CH-OLD
               MOVE WS-AFT-MANAGER TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-SAL-AUTH not = WS-AFT-SAL-AUTH then
               MOVE 'SAL AUTH' TO CH-FIELD
               MOVE WS-BEF-SAL-AUTH TO CH-OLD
               MOVE WS-AFT-SAL-AUTH TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-PENSION not = WS-AFT-PENSION then
               MOVE 'PENSION' TO CH-FIELD
               MOVE WS-BEF-PENSION TO CH-OLD
               MOVE WS-AFT-PENSION TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-CONTRACT not = WS-AFT-CONTRACT then
               MOVE 'CONTRACT' TO CH-FIELD
               MOVE WS-BEF-CONTRACT TO CH-OLD
               MOVE WS-AFT-CONTRACT TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-HOURS-X not = WS-AFT-HOURS-X then
               MOVE 'HOURS' TO CH-FIELD
               PERFORM EDIT-BEFORE-HOURS
               PERFORM EDIT-AFTER-HOURS
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-FTE-X not = WS-AFT-FTE-X then
               MOVE 'FTE' TO CH-FIELD
               PERFORM EDIT-BEFORE-FTE
               PERFORM EDIT-AFTER-FTE
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-CONT-END not = WS-AFT-CONT-END then
               MOVE 'CONT END' TO CH-FIELD
               MOVE WS-BEF-CONT-END TO CH-OLD
               MOVE WS-AFT-CONT-END TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-SPINE not = WS-AFT-SPINE then
               MOVE 'SPINE PT' TO CH-FIELD
               MOVE WS-BEF-SPINE TO CH-OLD
               MOVE WS-AFT-SPINE TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-INCR-DATE not = WS-AFT-INCR-DATE then
               MOVE 'INCR DUE' TO CH-FIELD
               MOVE WS-BEF-INCR-DATE TO CH-OLD
               MOVE WS-AFT-INCR-DATE TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if
           if WS-BEF-GENDER not = WS-AFT-GENDER then
               MOVE 'GENDER' TO CH-FIELD
               MOVE WS-BEF-GENDER TO CH-OLD
               MOVE WS-AFT-GENDER TO CH-NEW
               PERFORM WRITE-CHANGE-LINE
           end-if.

      *    hours and FTE are edited when the image carries them, and
      *    shown as they stand (spaces, for an older record) when not
       EDIT-BEFORE-HOURS.
           if WS-BEF-HOURS numeric then
               MOVE WS-BEF-HOURS TO WS-HOURS-ED
               MOVE WS-HOURS-ED TO CH-OLD
           else
               MOVE WS-BEF-HOURS-X TO CH-OLD
           end-if.

       EDIT-AFTER-HOURS.
           if WS-AFT-HOURS numeric then
               MOVE WS-AFT-HOURS TO WS-HOURS-ED
               MOVE WS-HOURS-ED TO CH-NEW
           else
               MOVE WS-AFT-HOURS-X TO CH-NEW
           end-if.

       EDIT-BEFORE-FTE.
           if WS-BEF-FTE numeric then
               MOVE WS-BEF-FTE TO WS-FTE-ED
               MOVE WS-FTE-ED TO CH-OLD
           else
               MOVE WS-BEF-FTE-X TO CH-OLD
           end-if.

       EDIT-AFTER-FTE.
           if WS-AFT-FTE numeric then
               MOVE WS-AFT-FTE TO WS-FTE-ED
               MOVE WS-FTE-ED TO CH-NEW
           else
               MOVE WS-AFT-FTE-X TO CH-NEW
           end-if.

       WRITE-CHANGE-LINE.
           WRITE Report-Record FROM Change-Detail-Line
               AFTER ADVANCING 1 LINE.

      *    one record per pack printed, appended so the log is never
      *    lost to a later run
       WRITE-SAR-LOG.
           OPEN EXTEND SAR-LOG
           if WS-SAR-FILE-STATUS = '35' then
               OPEN OUTPUT SAR-LOG
           end-if
           if WS-SAR-FILE-STATUS not = '00' then
               display 'WARNING: Unable to open SAR-LOG. Status='
                   WS-SAR-FILE-STATUS
               exit paragraph
           end-if
           MOVE SPACES TO SAR-LOG-RECORD
           MOVE WS-FORMATTED-DATE-TIME TO SAR-STAMP
           MOVE WS-REQ-OPERATOR   TO SAR-OPERATOR
           MOVE WS-REQ-REFERENCE  TO SAR-REFERENCE
           MOVE WS-REQ-ID         TO SAR-SEARCH-ID
           MOVE WS-REQ-NI         TO SAR-SEARCH-NI
           MOVE WS-SUBJ-COUNT     TO SAR-SUBJECT-COUNT
           MOVE WS-RECORD-COUNT   TO SAR-RECORD-COUNT
           WRITE SAR-LOG-RECORD
           CLOSE SAR-LOG.

      *    may WS-AUTH-OPERATOR run the program or guarded function
      *    named in WS-AUTH-REQUEST - a site that has not built
      *    Operator-Authority.dat yet is let through with a warning,
      *    the way unnumbered batch headers were on the day sequence
      *    checking went live; once the file exists it is enforced
       CHECK-PROGRAM-AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK-SW
           MOVE SPACES TO WS-AUTH-REASON
           MOVE 0 TO WS-AUTH-EMPLOYEE-ID
           OPEN INPUT OPERATOR-AUTHORITY
           if WS-OPA-FILE-STATUS = '35' then
               display 'WARNING: NO OPERATOR-AUTHORITY FILE - '
                   'ACCESS NOT CHECKED'
               set WS-AUTH-OK to true
               exit paragraph
           end-if
           if WS-OPA-FILE-STATUS not = '00' then
               display 'FATAL: Unable to open OPERATOR-AUTHORITY. '
                   'Status=' WS-OPA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           end-if
           MOVE WS-AUTH-OPERATOR TO OPA-OPERATOR
           READ OPERATOR-AUTHORITY
               INVALID KEY
                   MOVE 'NOOP' TO WS-AUTH-REASON-CODE
                   MOVE 'OPERATOR NOT ON AUTHORITY FILE' TO
                       WS-AUTH-REASON-TEXT
               NOT INVALID KEY
                   PERFORM MATCH-PERMITTED-PROGRAM
           END-READ
           CLOSE OPERATOR-AUTHORITY
           if not WS-AUTH-OK then
               PERFORM WRITE-SECURITY-LOG
           end-if.

       MATCH-PERMITTED-PROGRAM.
           if not OPA-ACTIVE then
               MOVE 'SUSP' TO WS-AUTH-REASON-CODE
               MOVE 'OPERATOR IS SUSPENDED' TO WS-AUTH-REASON-TEXT
               exit paragraph
           end-if
           PERFORM MATCH-ONE-PROGRAM
               VARYING WS-AUTH-IDX FROM 1 BY 1
               UNTIL WS-AUTH-IDX > 12 or WS-AUTH-OK
           if not WS-AUTH-OK then
               MOVE 'NPGM' TO WS-AUTH-REASON-CODE
               MOVE 'PROGRAM NOT PERMITTED' TO WS-AUTH-REASON-TEXT
           end-if.

       MATCH-ONE-PROGRAM.
           if OPA-PROGRAM(WS-AUTH-IDX) = WS-AUTH-REQUEST or
              OPA-PROGRAM(WS-AUTH-IDX) = '*ALL' then
               set WS-AUTH-OK to true
           end-if.

      *    appended one record at a time, so a refusal is on disk
      *    even if the program is abandoned straight after it
       WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG
           if WS-SEC-FILE-STATUS = '35' then
               OPEN OUTPUT SECURITY-LOG
           end-if
           if WS-SEC-FILE-STATUS not = '00' then
               display 'WARNING: Unable to open SECURITY-LOG. Status='
                   WS-SEC-FILE-STATUS
               exit paragraph
           end-if
           MOVE SPACES TO SECURITY-LOG-RECORD
           MOVE WS-FORMATTED-DATE-TIME TO SEC-STAMP
           MOVE WS-AUTH-OPERATOR    TO SEC-OPERATOR
           MOVE 'SUBJECT-ACCESS' TO SEC-PROGRAM
           MOVE WS-AUTH-REQUEST     TO SEC-REQUESTED
           MOVE WS-AUTH-EMPLOYEE-ID TO SEC-EMPLOYEE-ID
           MOVE WS-AUTH-REASON-CODE TO SEC-REASON-CODE
           MOVE WS-AUTH-REASON-TEXT TO SEC-REASON-TEXT
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG.
