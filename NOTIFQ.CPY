000700* the queue into the NOTIFOUT.TXT extract for the mail
000800* gateway - one line per recipient Email with the message
000900* type - and clears the queue.
000910* NQ-Detail carries an event's variable text where it has
000920* one (the sign-on second-factor passcode); blank otherwise.
000930* A SEC-STATEMNT (SecStmt monthly statement) detail is the
000940* month's counts, each held at the most its digits allow:
000950*   1-2 sign-ons   3-4 failed sign-ons   5 lockouts
000960*   6 Email changes   7 password changes
000970*   8 reset tokens issued   9 unlocks   10 blank
001000*--------------------------------------------------------------
001100 01  NotifyQRecord.
001200     02  NQ-Date             PIC 9(08).
001300     02  NQ-Time             PIC 9(08).
001400     02  NQ-UserId           PIC 9(08).
001500     02  NQ-Event            PIC X(12).
001600     02  NQ-Detail           PIC X(10).
