      *> One line is appended to PaymentHistory.dat for every posting
      *> that touches CustBalance. PH-Type is 'PY' (payment) or 'CM'
      *> (credit memo), both relieving the balance, or 'FC' (month-end
      *> finance charge), 'DM' (debit memo), 'NR' (returned check,
      *> reversing a payment the bank did not honour), 'NF'
      *> (returned-check fee) or 'RF' (refund check issued against a
      *> credit balance, reference = check number), all increasing it,
      *> or 'WO' (bad-debt write-off, reference = write-off number),
      *> relieving it. A 'WR' line records money the collection
      *> agency remitted against a write-off and leaves the balance
      *> alone. An 'OX' line (reference = order number) records an
      *> order cancelled after entry, relieving the balance by the
      *> order's goods and tax;
      *> lines written before the field existed read back as spaces
      *> and are treated as payments. PH-Reference carries the
      *> invoice number the remittance named (zero when none was
      *> given); for memo lines it carries the memo number from
      *> Memos.dat instead, and an 'NR' line repeats the reference of
      *> the payment it reverses. PH-Operator is the signed-on operator
      *> (or 'BATCH' for unattended runs). PH-Batch is the posting
      *> run's start timestamp, one value per run, so the cash
      *> receipts journal can tie a day's deposits back to the runs
