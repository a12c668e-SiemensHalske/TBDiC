      *              WHEN A SITE CODE IS GIVEN, THE SITE CODE)         *
      *     LIMIT  - SET THE ACCOUNT'S OVERDRAFT LIMIT (13 DIGITS,     *
      *              TWO ASSUMED DECIMALS; ZERO = NO OVERDRAFT)        *
      *     REACT  - SET A DORMANT ACCOUNT BACK TO ACTIVE (THE         *
      *              OWNING CUSTOMER MUST STILL BE ACTIVE)             *
      *   EVERY CARD IS VALIDATED AGAINST THE CURRENT ACCOUNT          *
      *   MASTER, THE VALIDATED CUSTOMER MASTER AND THE SITETAB        *
      *   TABLE BEFORE IT IS APPLIED.                                  *
      *   09/01/2026 HB    OVERDRAFT-LIMIT FIELD AND LIMIT ACTION    *
      *                    FOR THE TRANPOST REFERRAL RULE (SEE       *
      *                    ACCTREC).                                  *
      *   10/15/2026 HB    REACT ACTION FOR DORMANT ACCOUNTS.         *
      *                                                                *
      ******************************************************************
       01  BCH-ACCTC-CARD.
