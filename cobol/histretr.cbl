      *   "did we greet this customer in March".                      *
      *                                                               *
      *   PARM='TAG,YYYYMMDD' selects the dataset tag (RUNHIST,     *
      *   CRMFEED, CRMACKF, CRMRSND, or CUSTMAST - closed accounts,  *
      *   by closing date) and the cycle date wanted;                 *
      *   a cycle date of zero (or none) retrieves every archived    *
      *   cycle for the tag.  Matching record images are written     *
      *   in their original layout to the retrieval output file     *
