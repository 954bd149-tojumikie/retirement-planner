      *  2026-09-02  TM   ADDED THE MONTE CARLO SUCCESS LINE GIVING
      *                   THE CHANCE THE SAVINGS LAST THE FULL
      *                   RETIREMENT ACROSS THE SIMULATED TRIALS.
      *  2026-10-13  TM   ADDED THE LIFETIME COST OF FEES LINE SO
      *                   EVERY STATEMENT DISCLOSES WHAT ADVISORY
      *                   FEES AND FUND EXPENSES TAKE OVER THE PLAN.
      *****************************************************************
       01  STM-BLANK-LINE             PIC X(01) VALUE SPACE.
       01  STM-NAME-LINE.
           05  STM-SUM-SPENDABLE      PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(20)
               VALUE " TO SPEND EACH YEAR.".
       01  STM-FEE-COST-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(40)
               VALUE "FEES AND FUND EXPENSES OVER YOUR PLAN:".
           05  STM-FEE-COST           PIC $$$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE " (".
           05  STM-FEE-COST-TODAYS    PIC $$$$,$$$,$$9.99.
           05  FILLER                 PIC X(20)
               VALUE " IN TODAY'S DOLLARS)".
       01  STM-MC-LINE.
           05  FILLER                 PIC X(04) VALUE " IN".
           05  STM-MC-TRIALS          PIC ZZZ9.
