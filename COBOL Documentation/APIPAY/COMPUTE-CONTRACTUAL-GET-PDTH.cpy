      ************************************************
       COMPUTE-CONTRACTUAL-GET-PDTH SECTION.
           MOVE LN-TOTPAYMNTD TO AGEING-TOTPAYMNTD-SV.
      * A RE-AGED ACCOUNT IS CREDITED WITH THE ARREARAGE THE RE-AGE
      * FORGAVE ON THE SCHEDULE (NOT ON THE BALANCE).
           ADD LN-REAGE-CREDIT TO LN-TOTPAYMNTD.
           IF SP-BANKRULE = "E"
              COMPUTE AGEING-E-1STPYAMT ROUNDED =
                        (LN-1STPYAMT * SP-BANKRULE-RATE)/100
