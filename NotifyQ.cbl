001000* ExcpLog - one shared routine so every program that owes
001100* the user a message queues it the same way. The nightly
001200* NotifyFmt step formats the queue into the mail-gateway
001300* extract and clears it. The detail carries an event's
001310* variable text (the terminal of a NEW-TERMINAL notice);
001320* callers with nothing to add pass spaces. A message that
001346* cannot wait for the night (the sign-on passcode) goes
001372* through NotifyNow instead.
001400*--------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*--------------------------------------------------------------
001700* DATE       INIT DESCRIPTION
001800* ---------- ---- -------------------------------------------
001900* 2026-09-01 JWG  Original version.
001910* 2026-10-15 JWG  Event detail parameter added for the
001920*                 sign-on second-factor passcode.
001940* 2026-10-15 JWG  The passcode now goes at once through
001960*                 NotifyNow; the detail stays for the other
001980*                 events that carry one.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004000 LINKAGE SECTION.
004100 01  LK-UserId               PIC 9(08).
004200 01  LK-Event                PIC X(12).
004210 01  LK-Detail               PIC X(10).
004300
004400 PROCEDURE DIVISION USING LK-UserId, LK-Event, LK-Detail.
004500
004600 0000-MAINLINE.
004700     CALL "EnvName" USING WS-P-NOTIFQ-DAT
005500     MOVE WS-Run-Time TO NQ-Time
005600     MOVE LK-UserId TO NQ-UserId
005700     MOVE LK-Event TO NQ-Event
005710     MOVE LK-Detail TO NQ-Detail
005800     WRITE NotifyQRecord
005900     CLOSE QueueFile
006000     GOBACK.
