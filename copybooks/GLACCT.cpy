      *> GLACCT.cpy
      *> Record layout for GL-ACCOUNT-FILE, the shop's own chart of
      *> accounts mapping, keyed by posting code. The daily journal
      *> export (CBBGLEXP) builds its entry by posting code and looks
      *> each one up here for the bookkeeper's account number, so the
      *> chart can change without touching a program; maintain it in
      *> CBBCOALD. Two codes may map to the same account. The posting
      *> codes the export uses:
      *>   CASH      cash in the drawers
      *>   CHECKS    house-account checks received
      *>   CARDCLR   card clearing (processor deposit)
      *>   SLSSTEM   sales - loose stems
      *>   SLSARR    sales - arrangements
      *>   DLVFEE    delivery fees charged
      *>   DISCOUNT  discounts given
      *>   TAXPAY    sales tax payable
      *>   DEPOSITS  deposits held on booked orders
      *>   GCLIAB    gift certificate liability
      *>   GCBREAK   gift certificates written off (breakage)
      *>   ARREC     house-account receivables
      *>   CODTRAN   COD in transit (with the driver)
      *>   RELAYCLR  wire-service clearing
      *>   RELAYFEE  relay fill and commission
      *>   COGS      cost of goods sold
      *>   INVENT    flower inventory
      *>   WASTE     waste write-offs
      *>   OVRSHORT  cash over and short
      *>   PAIDOUT   drawer paid-outs
      *>   PAIDIN    drawer paid-ins, other
       01  GL-ACCOUNT-RECORD.
           05  GA-POSTING-CODE         PIC X(8).
           05  GA-ACCOUNT-NUMBER       PIC X(12).
           05  GA-ACCOUNT-NAME         PIC X(30).
