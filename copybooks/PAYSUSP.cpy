      *> 'R' and 'F' items are kept ninety days for reference and
      *> then aged out when the file is rewritten, so the file stays
      *> bounded by the open items plus recent history.
      *> SU-Reason is "POSSIBLE DUPLICATE" for a remittance the cash
      *> runs held back because it repeats one already on the
      *> remittance register; such items are never recycled
      *> automatically and wait for the resolution screen. It is
      *> spaces for every other suspended payment.
      *> Used via plain COPY in a FILE SECTION FD, and via
      *> COPY PAYSUSP REPLACING ... where a WORKING-STORAGE mirror
      *> is needed.
           02 SU-Reference PIC X(7).
           02 SU-Date      PIC 9(8).
           02 SU-Status    PIC X(1).
           02 SU-Reason    PIC X(20).
