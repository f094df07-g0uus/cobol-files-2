       FD APPROVAL-QUEUE
      *    these are all defaults or ignored
           is external
           record contains 287 characters
           block contains 1 records
           label records are standard.
           01 APPROVAL-QUEUE-RECORD.
      *         one record per salary change held by EMPLOYEE-DATA for
      *         a second operator's approval - SALARY-APPROVAL decides
      *         each one, and the next batch applies the approved and
      *         rejects the refused, taking both off the queue
               05 APQ-REF            PIC 9(6).
               05 FILLER             PIC X(1).
      *         'H' held awaiting a decision, 'A' approved, 'R' refused
               05 APQ-STATUS         PIC X(1).
                  88 APQ-HELD     value 'H'.
                  88 APQ-APPROVED value 'A'.
                  88 APQ-REFUSED  value 'R'.
               05 FILLER             PIC X(1).
      *         when the batch held it, 'CCYY-MM-DD HH:MM:SS'
               05 APQ-HELD-STAMP     PIC X(19).
               05 FILLER             PIC X(1).
      *         batch the transaction arrived in, for the reject stamp
               05 APQ-BATCH-NO       PIC 9(4).
               05 FILLER             PIC X(1).
      *         operator who keyed the transaction - never the approver
               05 APQ-SUBMITTED-BY   PIC X(10).
               05 FILLER             PIC X(1).
               05 APQ-EMPLOYEE-ID    PIC 9(6).
               05 FILLER             PIC X(1).
      *         'S', 'U' or 'A'
               05 APQ-OPERATION      PIC X(1).
               05 FILLER             PIC X(1).
      *         salary before and after the change, pounds and pence -
      *         for an 'A' grant, the grade band maximum and the salary
      *         being sanctioned above it.  the batch refuses to apply
      *         an approval once the figures no longer match the file
               05 APQ-OLD-SALARY     PIC 9(5)V99.
               05 FILLER             PIC X(1).
               05 APQ-NEW-SALARY     PIC 9(5)V99.
               05 FILLER             PIC X(1).
      *         'SAMT' rise over the amount limit, 'SPCT' rise over the
      *         percentage limit
               05 APQ-HOLD-REASON    PIC X(4).
               05 FILLER             PIC X(1).
      *         second operator's decision, spaces while held
               05 APQ-DECIDED-BY     PIC X(10).
               05 FILLER             PIC X(1).
               05 APQ-DECIDED-STAMP  PIC X(19).
               05 FILLER             PIC X(1).
      *         why it was refused, keyed by the approver
               05 APQ-REFUSAL-NOTE   PIC X(30).
               05 FILLER             PIC X(1).
      *         the original Updates.dat transaction image, applied
      *         unchanged once approved
               05 APQ-TXN-IMAGE      PIC X(150).
