001600*   R06  COUNTRYCODE NOT ON COUNTRY.DAT
001700*   R07  NEVER STAMPED (LASTCHANGEDSTAMP ZERO)
001800*   R08  OWNING EMPID NOT SET
001810*   R09  EMAIL UNDELIVERABLE (BOUNCED, SEE NOTIFYBNC)
001900* Each failing record lands on the DQDETAIL.TXT detail file
002000* with its rule; each country is scored (percent of its
002100* records passing every rule) along with the whole file, and
002900* DATE       INIT DESCRIPTION
003000* ---------- ---- -------------------------------------------
003100* 2026-09-01 JWG  Original version.
003101* 2026-10-15 JWG  Rule R09 added: an Email the mail gateway
003102*                 bounced as undeliverable (EmailStatus, set by
003103*                 the bounce-back step) fails the scorecard.
003200*--------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
017600             PERFORM 2250-WRITE-NAMED-FAILURE
017700                 THRU 2250-WRITE-NAMED-FAILURE-EXIT
017800         END-IF
017810         IF EmailIsUndeliverable
017820             MOVE "R09 EMAIL BOUNCED" TO DetailRecord
017830             PERFORM 2250-WRITE-NAMED-FAILURE
017840                 THRU 2250-WRITE-NAMED-FAILURE-EXIT
017850         END-IF
017900     END-IF
018000     IF LastLoginDate IS NOT NUMERIC
018100             OR LastLoginDate = ZERO
