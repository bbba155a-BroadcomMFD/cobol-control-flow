      *             out as confirmation; anything else is refused to   *
      *             the register. REGISTER-DD is the write-off and     *
      *             recovery register for the accountant.              *
      *             The collection agency's closed-uncollectible       *
      *             returns come in as WRITEOFF cards too - SLICKCL    *
      *             writes them to its WOFFOUT, which is fed in here   *
      *             as PARMIN.                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
