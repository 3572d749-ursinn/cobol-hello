      *> Shared Report Distribution Log record layout.
      *> RPTWRITE appends one line to DistLog.dat for every branch
      *> copy it produces, per recipient on ReportDist.dat: when it was
      *> produced (DG-Timestamp) and for which reporting date
      *> (DG-AsOfDate, the date on the page headings), the report and
      *> the branch copy's file name, who it is for, and how many
      *> detail lines and pages the copy holds. A branch with nothing
      *> to report still gets a copy (headings and trailer only), and
      *> its log line shows zero lines.
      *> Used via plain COPY in a FILE SECTION FD.
       01 DistLogRec.
           02 DG-Timestamp   PIC 9(14).
           02 DG-AsOfDate    PIC X(8).
           02 DG-ReportName  PIC X(40).
           02 DG-Branch      PIC X(2).
           02 DG-Recipient   PIC X(30).
           02 DG-FileName    PIC X(60).
           02 DG-Lines       PIC 9(7).
           02 DG-Pages       PIC 9(5).
