      * transactions from PR1LTRAN.TXT -- the card file at each
      * warehouse, keyed up -- and applies them, so the system
      * finally knows how much leave anyone has used, not just what
      * they have earned.  Leave on a timecard is posted by PAYREG
      * from the card itself; only hours taken by someone without a
      * card for the period are keyed here.
      ********
      * INPUT:
      *     PR1LTRAN.TXT - one transaction per record:
