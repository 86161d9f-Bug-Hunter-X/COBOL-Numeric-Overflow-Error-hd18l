      *               R001 narrow overflow, R006 wide overflow,
      *               R011/R012 conversion)
      *        EXTR = extracted to the GL feed (detail = batch no)
      *        GLHD = held out of the GL feed - no posting rule
      *               matched; carried on GLHOLD.DAT to retry
      *               (detail = batch no it was held from)
      *        EXTV = extract voided - the batch was refused as out
      *               of balance and never shipped (detail = batch)
      *        RSUB = correction queued by AMTINQ (detail = operator)
      *        RTRY = suspense item the account or rate fix has
      *               cleared, queued for resubmit by SUSRETRY
      *               (detail = original reason code)
      *        GLPO = GL acknowledged the item posted (detail =
      *               batch no, stamped by GLACK)
      *        GLRJ = GL rejected the item during posting - routed to
      *        REFU = supervisor refused the held item to suspense
      *               R014 (detail = operator)
      *        WHSE = future value date, parked in the warehouse
      *               (detail = business date it will release on,
      *               followed by ROLLED when that was rolled on
      *               from the sender's value date)
      *        WREL = value date arrived, swept from the warehouse
      *               back into the edit stream by WHRELSE
      *        RVRS = reversal accepted by AMTPROC (stamped on the
