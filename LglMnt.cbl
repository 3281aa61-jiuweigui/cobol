000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LglMnt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Legal-hold register maintenance (LGLHOLD.DAT, LGLHOLD
000900* layout). When litigation or an investigation is opened on
001000* someone, a security administrator - the operator's admin
001100* role on CONTACT.DAT proved through the shared AuthChk
001200* routine, a refusal ending the run RC 8 - can
001300*   - place a hold on a UserId with a case reference and a
001400*     reason; an account already under an active hold is
001500*     refused (release it first). The UserId need not still
001600*     be on USERS.DATA - a purged account's archive images
001700*     are just as much its data;
001800*   - release a hold, which stays on file as R with the
001900*     release date and who released it;
002000*   - list the register.
002100* While a hold is active the shared LglChk routine makes
002200* UserErase, UserPurge, UserPend, UserMerge and RetnSweep
002300* leave the account alone. Every place and release goes to
002400* SUITEAUD.LOG through AuditLog. Nothing here is written to
002500* the account's own history - a hold must not show in the
002600* account holder's UserSar pack.
002700*--------------------------------------------------------------
002800* MODIFICATION HISTORY
002900*--------------------------------------------------------------
003000* DATE       INIT DESCRIPTION
003100* ---------- ---- -------------------------------------------
003200* 2026-10-15 JWG  Original version.
003225* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
003250*                 verified through the shared IdChk routine; a
003275*                 wrong check digit is refused before any read.
003300*--------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT HoldFile ASSIGN TO DYNAMIC WS-P-LGLHOLD-DAT
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS LH-UserId
004100         FILE STATUS IS WS-Hold-Status.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  HoldFile.
004600     COPY "LGLHOLD.CPY".
004700
004800 WORKING-STORAGE SECTION.
004900 01  WS-Hold-Status          PIC XX.
005000     88  WS-Hold-Missing         VALUE "35".
005100 01  WS-Eof-Switch           PIC X VALUE "N".
005200     88  WS-End-Of-Register      VALUE "Y".
005300 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
005400 01  WS-Mode-Choice          PIC 9.
005500 01  WS-Entry-UserId         PIC 9(08).
005520 01  WS-Keyed-UserId         PIC X(09).
005540 01  WS-Id-Verify            PIC X(01) VALUE "V".
005560 01  WS-Id-Check             PIC X(01).
005580     88  WS-Id-Accepted          VALUE "Y".
005600 01  WS-Entry-Case-Ref       PIC X(12).
005700 01  WS-Entry-Reason         PIC X(40).
005800 01  WS-Hold-On-File         PIC X(01).
005900     88  WS-Hold-Row-Exists      VALUE "Y".
006000 01  WS-Run-Date             PIC 9(08).
006100 01  WS-Operator             PIC X(10).
006200 01  WS-Auth-EmpId           PIC 9(05).
006300 01  WS-Auth-Role            PIC X(01).
006400 01  WS-Auth-Granted         PIC X(01).
006500     88  WS-Auth-Was-Granted     VALUE "Y".
006600 01  WS-Listed-Count         PIC 9(05) COMP VALUE 0.
006700 01  WS-Listed-Disp          PIC ZZZZ9.
006800 01  WS-More-Requests        PIC X VALUE "Y".
006900     88  WS-Another-Request      VALUE "Y" "y".
007000 01  WS-Audit-Event          PIC X(12).
007100 01  WS-Audit-Detail         PIC X(60).
007200 01  WS-P-LGLHOLD-DAT       PIC X(30) VALUE "LGLHOLD.DAT".
007300 01  WS-Eoj-Start-Time       PIC 9(08).
007400 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
007500 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007600 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007700 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007800 01  WS-Program-Name         PIC X(20) VALUE "LGLMNT".
007900
008000 PROCEDURE DIVISION.
008100
008200 0000-MAINLINE.
008300     CALL "PreDefMsg" USING WS-Program-Name
008400     ACCEPT WS-Eoj-Start-Time FROM TIME
008500     CALL "EnvName" USING WS-P-LGLHOLD-DAT
008600     DISPLAY "LEGAL-HOLD REGISTER MAINTENANCE"
008700     DISPLAY "==============================="
008800     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
008900     DISPLAY "Operator initials: "
009000     ACCEPT WS-Operator
009100     DISPLAY "Enter your employee id (5 digits): "
009200     ACCEPT WS-Auth-EmpId
009300     MOVE "A" TO WS-Auth-Role
009400     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
009500         WS-Program-Name, WS-Auth-Granted
009600     IF NOT WS-Auth-Was-Granted
009700         MOVE 8 TO RETURN-CODE
009800         STOP RUN
009900     END-IF
010000     OPEN I-O HoldFile
010100     IF WS-Hold-Missing
010200         OPEN OUTPUT HoldFile
010300         CLOSE HoldFile
010400         OPEN I-O HoldFile
010500         DISPLAY "LGLHOLD.DAT CREATED - NO HOLDS ON THE "
010600             "REGISTER YET."
010700     END-IF
010800     IF WS-Hold-Status NOT = "00"
010900         DISPLAY "LGLHOLD.DAT WILL NOT OPEN (STATUS "
011000             WS-Hold-Status ") - NOTHING DONE."
011100         MOVE 8 TO WS-Eoj-Return-Code
011200         GO TO 0000-END-RUN
011300     END-IF
011400     PERFORM 2000-PROCESS-REQUEST
011500         THRU 2000-PROCESS-REQUEST-EXIT
011600         UNTIL NOT WS-Another-Request
011700     CLOSE HoldFile
011800     .
011900 0000-END-RUN.
012000     CALL "EndMsg" USING WS-Program-Name,
012100         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
012200         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
012300         WS-Eoj-Return-Code
012400     MOVE WS-Eoj-Return-Code TO RETURN-CODE
012500     STOP RUN.
012600
012700 2000-PROCESS-REQUEST.
012800     DISPLAY "1. Place a legal hold"
012900     DISPLAY "2. Release a legal hold"
013000     DISPLAY "3. List the legal-hold register"
013100     DISPLAY "Enter choice: "
013200     ACCEPT WS-Mode-Choice
013300     EVALUATE WS-Mode-Choice
013400         WHEN 1
013500             PERFORM 2100-PLACE-HOLD THRU 2100-PLACE-HOLD-EXIT
013600         WHEN 2
013700             PERFORM 2200-RELEASE-HOLD
013800                 THRU 2200-RELEASE-HOLD-EXIT
013900         WHEN 3
014000             PERFORM 2500-LIST-REGISTER
014100                 THRU 2500-LIST-REGISTER-EXIT
014200         WHEN OTHER
014300             DISPLAY "Invalid choice - nothing done."
014400     END-EVALUATE
014500     DISPLAY "Another legal-hold request (Y/N)? "
014600     ACCEPT WS-More-Requests
014700     .
014800 2000-PROCESS-REQUEST-EXIT.
014900     EXIT.
015000
015100 2050-READ-HOLD.
015200     MOVE "N" TO WS-Hold-On-File
015300     MOVE WS-Entry-UserId TO LH-UserId
015400     READ HoldFile
015500         INVALID KEY
015600             CONTINUE
015700         NOT INVALID KEY
015800             MOVE "Y" TO WS-Hold-On-File
015900     END-READ
016000     .
016100 2050-READ-HOLD-EXIT.
016200     EXIT.
016300
016400*--------------------------------------------------------------
016500* A hold needs a case reference and a reason. A released row
016600* for the same account is reused for the new hold; an active
016700* one is left as it is.
016800*--------------------------------------------------------------
016900 2100-PLACE-HOLD.
016933     DISPLAY "UserId to hold (9 digits, check digit last): "
016966     ACCEPT WS-Keyed-UserId
016999     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
017032         WS-Entry-UserId, WS-Id-Check
017065     IF NOT WS-Id-Accepted
017098         ADD 1 TO WS-Eoj-Rejected-Count
017131         GO TO 2100-PLACE-HOLD-EXIT
017164     END-IF
017200     IF WS-Entry-UserId = ZERO OR WS-Entry-UserId = WS-Trailer-Id
017300         DISPLAY "UserId must not be zero or 99999999 - "
017400             "nothing done."
017500         ADD 1 TO WS-Eoj-Rejected-Count
017600         GO TO 2100-PLACE-HOLD-EXIT
017700     END-IF
017800     DISPLAY "Case reference: "
017900     ACCEPT WS-Entry-Case-Ref
018000     MOVE FUNCTION UPPER-CASE(WS-Entry-Case-Ref)
018100         TO WS-Entry-Case-Ref
018200     DISPLAY "Reason for the hold: "
018300     ACCEPT WS-Entry-Reason
018400     IF WS-Entry-Case-Ref = SPACES OR WS-Entry-Reason = SPACES
018500         DISPLAY "A case reference and a reason are both "
018600             "required - nothing done."
018700         ADD 1 TO WS-Eoj-Rejected-Count
018800         GO TO 2100-PLACE-HOLD-EXIT
018900     END-IF
019000     ADD 1 TO WS-Eoj-Read-Count
019100     PERFORM 2050-READ-HOLD THRU 2050-READ-HOLD-EXIT
019200     IF WS-Hold-Row-Exists AND LH-Is-Active
019300         DISPLAY "Account " WS-Entry-UserId " is already held "
019400             "under case " LH-Case-Ref " - nothing done."
019500         ADD 1 TO WS-Eoj-Rejected-Count
019600         GO TO 2100-PLACE-HOLD-EXIT
019700     END-IF
019800     MOVE SPACES TO LglHoldRecord
019900     MOVE WS-Entry-UserId TO LH-UserId
020000     SET LH-Is-Active TO TRUE
020100     MOVE WS-Entry-Case-Ref TO LH-Case-Ref
020200     MOVE WS-Entry-Reason TO LH-Reason
020300     MOVE WS-Operator TO LH-Placed-By
020400     MOVE WS-Auth-EmpId TO LH-Placed-EmpId
020500     MOVE WS-Run-Date TO LH-Placed-Date
020600     MOVE ZERO TO LH-Released-EmpId
020700     MOVE ZERO TO LH-Release-Date
020800     IF WS-Hold-Row-Exists
020900         REWRITE LglHoldRecord
021000     ELSE
021100         WRITE LglHoldRecord
021200     END-IF
021300     DISPLAY "Account " WS-Entry-UserId " is now held under "
021400         "case " LH-Case-Ref "."
021500     MOVE "LH-PLACE" TO WS-Audit-Event
021600     PERFORM 2900-AUDIT-EVENT THRU 2900-AUDIT-EVENT-EXIT
021700     .
021800 2100-PLACE-HOLD-EXIT.
021900     EXIT.
022000
022100 2200-RELEASE-HOLD.
022133     DISPLAY "UserId to release (9 digits, check digit last): "
022166     ACCEPT WS-Keyed-UserId
022199     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
022232         WS-Entry-UserId, WS-Id-Check
022265     IF NOT WS-Id-Accepted
022298         ADD 1 TO WS-Eoj-Rejected-Count
022331         GO TO 2200-RELEASE-HOLD-EXIT
022364     END-IF
022400     ADD 1 TO WS-Eoj-Read-Count
022500     PERFORM 2050-READ-HOLD THRU 2050-READ-HOLD-EXIT
022600     IF NOT WS-Hold-Row-Exists OR NOT LH-Is-Active
022700         DISPLAY "Account " WS-Entry-UserId " is not under an "
022800             "active hold - nothing done."
022900         ADD 1 TO WS-Eoj-Rejected-Count
023000         GO TO 2200-RELEASE-HOLD-EXIT
023100     END-IF
023200     DISPLAY "Release hold on " LH-UserId " case " LH-Case-Ref
023300         " placed " LH-Placed-Date " by " LH-Placed-By
023400     DISPLAY "Reason for the release: "
023500     ACCEPT WS-Entry-Reason
023600     IF WS-Entry-Reason = SPACES
023700         DISPLAY "A reason is required - nothing done."
023800         ADD 1 TO WS-Eoj-Rejected-Count
023900         GO TO 2200-RELEASE-HOLD-EXIT
024000     END-IF
024100     SET LH-Is-Released TO TRUE
024200     MOVE WS-Operator TO LH-Released-By
024300     MOVE WS-Auth-EmpId TO LH-Released-EmpId
024400     MOVE WS-Run-Date TO LH-Release-Date
024500     REWRITE LglHoldRecord
024600     DISPLAY "Hold on " LH-UserId " released."
024700     MOVE "LH-RELEASE" TO WS-Audit-Event
024800     PERFORM 2900-AUDIT-EVENT THRU 2900-AUDIT-EVENT-EXIT
024900     .
025000 2200-RELEASE-HOLD-EXIT.
025100     EXIT.
025200
025300 2500-LIST-REGISTER.
025400     MOVE 0 TO WS-Listed-Count
025500     MOVE "N" TO WS-Eof-Switch
025600     MOVE 0 TO LH-UserId
025700     START HoldFile KEY IS >= LH-UserId
025800         INVALID KEY
025900             SET WS-End-Of-Register TO TRUE
026000     END-START
026100     PERFORM UNTIL WS-End-Of-Register
026200         READ HoldFile NEXT RECORD
026300             AT END SET WS-End-Of-Register TO TRUE
026400         END-READ
026500         IF NOT WS-End-Of-Register
026600             IF LH-Is-Active
026700                 DISPLAY LH-UserId " HELD     " LH-Case-Ref
026800                     " SINCE " LH-Placed-Date " BY "
026900                     LH-Placed-By
027000             ELSE
027100                 DISPLAY LH-UserId " RELEASED " LH-Case-Ref
027200                     " ON " LH-Release-Date " BY "
027300                     LH-Released-By
027400             END-IF
027500             DISPLAY "         " LH-Reason
027600             ADD 1 TO WS-Listed-Count
027700         END-IF
027800     END-PERFORM
027900     MOVE WS-Listed-Count TO WS-Listed-Disp
028000     DISPLAY "LEGAL HOLDS LISTED: " WS-Listed-Disp
028100     .
028200 2500-LIST-REGISTER-EXIT.
028300     EXIT.
028400
028500*--------------------------------------------------------------
028600* One SUITEAUD.LOG row per place or release: the account, the
028700* case, the operator and EmpId, and the reason given.
028800*--------------------------------------------------------------
028900 2900-AUDIT-EVENT.
029000     MOVE SPACES TO WS-Audit-Detail
029100     STRING LH-UserId " " LH-Case-Ref " BY " DELIMITED BY SIZE
029200         WS-Operator DELIMITED BY SPACE
029300         " (" WS-Auth-EmpId ") " WS-Entry-Reason
029400             DELIMITED BY SIZE
029500         INTO WS-Audit-Detail
029600     END-STRING
029700     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
029800         WS-Audit-Detail
029900     ADD 1 TO WS-Eoj-Written-Count
030000     .
030100 2900-AUDIT-EVENT-EXIT.
030200     EXIT.
