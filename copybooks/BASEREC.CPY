      *****************************************************************
      *  BASEREC.CPY
      *
      *  PLAN BASELINE RECORD LAYOUT.  WHEN A CLIENT ACCEPTS A PLAN
      *  THE CLIENT ID GOES ON THE BASELINE REQUEST FILE, AND THE
      *  NEXT RETIREMENT-PLANNER RUN THAT PROJECTS THE CLIENT
      *  APPENDS THE ACCEPTED PLAN'S YEAR-BY-YEAR BALANCES HERE:
      *  A YEAR 0 ROW WITH THE BALANCE ON FILE AT ACCEPTANCE, THEN
      *  ONE ROW PER ACCUMULATION YEAR.  BSL-AGE IS THE AGE AT WHICH
      *  THE CLIENT SHOULD HOLD BSL-BALANCE -- THE AGE AT
      *  ACCEPTANCE PLUS THE YEARS PROJECTED -- SO PLAN-TRACKING CAN
      *  LOOK UP THE ROW FOR THE CLIENT'S CURRENT AGE DIRECTLY.
      *
      *  THE FILE IS APPEND-ONLY.  A CLIENT WHO ACCEPTS A NEW PLAN
      *  GETS A NEW SET OF ROWS, AND THE SET WITH THE LATEST
      *  BASELINE DATE AND TIME REPLACES THE EARLIER ONES.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-06  TM   ORIGINAL PLAN BASELINE LAYOUT.
      *****************************************************************
       01  BASELINE-RECORD.
           05  BSL-CLIENT-ID              PIC X(10).
           05  BSL-BASELINE-DATE          PIC 9(08).
           05  BSL-BASELINE-TIME          PIC 9(08).
           05  BSL-YEAR-NUMBER            PIC 9(03).
           05  BSL-AGE                    PIC 9(03).
           05  BSL-BALANCE                PIC 9(09)V99.
           05  BSL-DEPOSIT                PIC 9(07)V99.
           05  FILLER                     PIC X(10).
