      *> foot. The day's detail items themselves flow through the
      *> CTRN queue into the dataset the POSTSORT step reads, so
      *> this register is the keying side's answer to the posting
      *> register. The nightly CUSTLBOX lockbox intake adds the bank
      *> deposit's identified payments as one more batch (operator
      *> LOCKBOX, terminal BTCH, batch id LB plus the deposit's
      *> month and day), so mailed-in payments show here too.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTTREG.

