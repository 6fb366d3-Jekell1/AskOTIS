      ******************************************************************
      *
      *    S O L - R E V I V A L - C H E C K
      *
      *=================================================================
      * IN  : BR-NO, BP-LNNO, BP-TRCD, BP-TRAMT, BP-PAYDATE,
      *       HOLD-RECOVERY-FG, SOL-FILE
      * OUT : LOG-REC
      * DESC: THE NIGHTLY SOLTRK JOB KEEPS EACH DELINQUENT OR
      *       CHARGED-OFF ACCOUNT'S STATUTE-OF-LIMITATIONS EXPIRY ON
      *       THE SOL MASTER.  IN SOME STATES A PAYMENT ON A
      *       TIME-BARRED DEBT REVIVES IT AND RESTARTS THE CLOCK, SO
      *       MONEY ARRIVING ON SUCH AN ACCOUNT IS SOMETHING LEGAL AND
      *       COLLECTIONS MUST KNOW ABOUT.  WHEN A PAYMENT (OR A
      *       RECOVERY RECEIPT ON A P&L ACCOUNT) POSTS TO AN ACCOUNT
      *       THAT IS BARRED - FLAGGED, OR PAST ITS SOL DATE AS OF THE
      *       PAYMENT DATE - IN A REVIVAL STATE, A WARNING IS LOGGED.
      *       THE PAYMENT ITSELF IS NEVER REFUSED.  CALLED FROM
      *       MAIN-PROGRAM AFTER THE SUCCESSFUL-UPDATE LOG.
      *
      * REV :
      *  071028 RTC  ORIGINAL PARAGRAPH.
      ******************************************************************
       SOL-REVIVAL-CHECK SECTION.

           IF BP-TRCD NOT = "PA" AND BP-TRCD NOT = "PY"
              AND HOLD-RECOVERY-FG NOT = "Y"
              GO TO SOL-REVIVAL-CHECK-EXIT.
           IF BP-TRAMT NOT > 0
              GO TO SOL-REVIVAL-CHECK-EXIT.

           MOVE BR-NO   TO SOL-BRNO.
           MOVE BP-LNNO TO SOL-ACCTNO.
           PERFORM READ-SOL-FILE.
           IF IO-FG NOT = 0
              GO TO SOL-REVIVAL-CHECK-EXIT.

           IF SOL-REVIVE-FG NOT = "Y"
              GO TO SOL-REVIVAL-CHECK-EXIT.
           IF SOL-BARRED-FG NOT = "Y"
              IF SOL-DATE = 0 OR SOL-DATE > BP-PAYDATE
                 GO TO SOL-REVIVAL-CHECK-EXIT.

           MOVE "SOL: PMT MAY REVIVE BARRED DEBT" TO LOG-MSG.
           PERFORM CREATE-LOG.

       SOL-REVIVAL-CHECK-EXIT.
           EXIT.
