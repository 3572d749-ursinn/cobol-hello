      *> Shared Accounting Period change log record layout.
      *> PeriodLog.dat gets one line every time a month is closed
      *> ('C', by month_end_close.sh through example126 or by a
      *> supervisor in example127) or reopened ('R', supervisor only,
      *> always with a reason). A reopened month stays open until it is
      *> closed again.
      *> Used via plain COPY in a FILE SECTION FD.
       01 PeriodLogRec.
           02 PG-Timestamp     PIC 9(14).
           02 PG-Period        PIC 9(6).
           02 PG-Action        PIC X(1).
           02 PG-Operator      PIC X(8).
           02 PG-Reason        PIC X(40).
