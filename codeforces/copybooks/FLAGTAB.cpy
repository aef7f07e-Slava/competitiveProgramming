      *                 BIT POSITION) SO A DECODE OF LAST QUARTER'S
      *                 MASKS NAMES BITS BY WHAT THEY MEANT THE NIGHT
      *                 THEY WERE WRITTEN, NOT BY TODAY'S LEGEND.
      *  2026-10-15 SK  ADDED FLG-ACTION - WHAT A DOWNSTREAM SYSTEM
      *                 DOES WHEN AN ACCOUNT GAINS OR LOSES THE FLAG:
      *                 'P' PAYMENT HOLD, 'L' LENDING FREEZE, 'N'
      *                 NOTIFY ONLY, SPACE NONE. THE TWO HOLD-TYPE
      *                 ACTIONS FEED THE HOLD-LIST EXTRACT (HLDEXT).
      *================================================================
       01  FLG-BLOCK.
           05  FLG-STATUS                  PIC X(01).
                   88  FLG-FLAG-ACTIVE                VALUE 'A'.
                   88  FLG-FLAG-RETIRED               VALUE 'R'.
               10  FLG-EFF-DATE            PIC 9(08).
               10  FLG-ACTION              PIC X(01).
                   88  FLG-ACTION-PAYMENT-HOLD        VALUE 'P'.
                   88  FLG-ACTION-LENDING-FREEZE      VALUE 'L'.
                   88  FLG-ACTION-NOTIFY-ONLY         VALUE 'N'.
                   88  FLG-ACTION-NONE                VALUE SPACE.
                   88  FLG-ACTION-IS-HOLD             VALUE 'P' 'L'.
