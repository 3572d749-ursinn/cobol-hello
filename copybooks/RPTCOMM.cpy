      *>            'P' force a page break before the next line,
      *>            'T' write RW-Line as the end-of-job trailer and
      *>                close the report.
      *> RW-Branch and RW-Amount tag a 'W' line for report bursting:
      *> when ReportDist.dat lists branches for the report, a line
      *> tagged with one of them also goes to that branch's copy and
      *> RW-Amount is added to the branch trailer's total. RPTWRITE
      *> clears both after every 'W', so untagged lines (headings,
      *> subtotals, company totals) stay in the main report only.
      *> 'T' writes each branch copy with its own trailer and logs it
      *> to DistLog.dat.
      *> Every page heading carries the run date, or the CUSTASOFDATE
      *> environment variable when the month-end close sets it, so a
      *> frozen reporting set is stamped with its closing date.
           02 RW-HeadCol     PIC X(120).
           02 RW-HeadRule    PIC X(120).
           02 RW-Line        PIC X(120).
           02 RW-Branch      PIC X(2).
           02 RW-Amount      PIC S9(9)V99.
