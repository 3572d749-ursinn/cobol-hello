      *> Shared Report Distribution record layout.
      *> ReportDist.dat is the distribution table RPTWRITE reads when
      *> a report is opened: one line per report per branch, saying
      *> which branch manager (RD-Recipient) gets a copy of which
      *> report. RD-ReportName is the report file name exactly as the
      *> program opens it (e.g. CustomerListing.rpt). A branch named
      *> on the table gets its own copy, <report>.<branch>.rpt, holding
      *> only that branch's lines with the branch on every page heading
      *> and a branch trailer. A branch listed twice for one report
      *> (two recipients) gets one copy, logged once per recipient.
      *> Reports with no lines on the table are produced as before.
      *> Maintained as a text file, fixed columns.
      *> Used via plain COPY in a FILE SECTION FD.
       01 ReportDistRec.
           02 RD-ReportName  PIC X(40).
           02 RD-Branch      PIC X(2).
           02 RD-Recipient   PIC X(30).
