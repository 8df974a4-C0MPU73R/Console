      *>   INTRATE   monthly interest rate, percent (i.cob)
      *>   SVCCHG    flat monthly service charge (i.cob)
      *>   DORMDAYS  days without activity before dormant (n.cob)
      *>   SORETRY   nights a standing order is retried (o.cob)
      *>   CASHTHR   large cash day-total reporting threshold (l.cob)
      *>   STRPCT    structuring band, percent under CASHTHR (l.cob)
      *>   STRDAYS   structuring look-back window in days (l.cob)
      *>   STRCOUNT  band transactions in window to flag (l.cob)
      *>   CLOSEFEE  flat fee charged on closing an account (m.cob)
      *>   REJDAYS   days a reject may wait unresolved (v.cob)
      *>   INTTHR    year's interest a customer must reach to be
      *>             reported for tax (y.cob)
       01 PARM-RECORD.
             02 P_KEY PIC X(8).
             02 P_VALUE PIC 9(7)V9(4).
