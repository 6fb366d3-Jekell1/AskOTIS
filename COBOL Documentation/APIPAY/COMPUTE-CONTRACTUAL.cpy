      *             PAST DUE (WERE INCLUDING 0 - 1 WEEK PAST DUE), TFC PR# 69
      *  BLV 000508 ADDED LOGIC FOR SP-CPOTCHGOFF CODE OF "C", 120+ TO BE
      *             CONSIDERED POTENTIAL CHARGE-OFFS, MERC PR# 230
      *  RTC 032028 PAID THRU NOW COUNTS LN-REAGE-CREDIT (THE "RG"
      *             RE-AGE CREDIT) AS PAID - SEE GET-PDTH.
      **************************************************************************
       COMPUTE-CONTRACTUAL SECTION.

