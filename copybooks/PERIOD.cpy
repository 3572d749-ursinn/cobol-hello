      *> Shared Accounting Period control record layout.
      *> PeriodControl.dat is keyed on PC-Period (YYYYMM) and holds one
      *> record for every month that has ever been closed. A month with
      *> no record is open. PC-Status is 'C' (closed: the month-end
      *> binder is frozen and nothing may post into it) or 'O' (closed
      *> once and reopened by a supervisor). The PERIODCHK subprogram
      *> checks every posting date against this file; a date in a
      *> closed month is either refused or rolled forward to the first
      *> day of the next open month, depending on the posting program
      *> (mode 'R' roll, 'X' refuse; 'Q' answers as 'R' would without
      *> logging the attempt, for the preview runs that post nothing).
      *> PC-ClosedDate/PC-ClosedOper record the last close and
      *> PC-ReopenDate/PC-ReopenOper/PC-ReopenReason the last reopen;
      *> every close and reopen is also logged in PeriodLog.dat.
      *> Used via plain COPY in a FILE SECTION FD.
       01 PeriodControlRec.
           02 PC-Period        PIC 9(6).
           02 PC-Status        PIC X(1).
           02 PC-ClosedDate    PIC 9(8).
           02 PC-ClosedOper    PIC X(8).
           02 PC-ReopenDate    PIC 9(8).
           02 PC-ReopenOper    PIC X(8).
           02 PC-ReopenReason  PIC X(40).
