      *> Shared Customer Master audit-trail record layout.
      *> AL-OpCode is 'A' (add), 'U' (update), 'D' (physical delete),
      *> 'S' (soft delete, CustStatus set to 'D'), 'N' (reinstate of a
      *> soft-deleted customer), 'R' (master file restored from a
      *> backup generation) or 'E' (personal data erased on a written
      *> request; the names on that customer's earlier lines are
      *> overwritten with ERASED). The daily balancing job counts only 'A'
      *> and 'D' because only those change the record count.
      *> AL-Operator carries the signed-on operator ID from the
      *> maintenance menu (via the CUSTOPERATOR environment variable),
