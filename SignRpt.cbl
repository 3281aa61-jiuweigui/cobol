001500*     business day)
001600*   - UserIds that were probed but do not exist - the
001700*     earliest intrusion signal we get
001710*   - second-factor passcodes sent, accepted, expired and
001720*     keyed wrong (a wrong passcode is also a failed attempt
001730*     against its account)
001738*   - accepted sign-ons from a terminal new to the account
001746*     (TERMREG.DAT known-terminal register, flagged N on the
001754*     journal by UserSignon)
001762*   - failed attempts by terminal: one terminal failing
001770*     against the SPRAYACCTS run parameter's number of
001778*     different accounts or more in the day is flagged as a
001786*     password-spraying pattern
001800* Output lands on SIGNRPT.TXT; probes of unknown ids and a
001900* spraying pattern raise a warning through ExcpLog so the
001950* morning summary shows them.
002000* Runs in NIGHTLY.JCL ahead of the run summary.
002100*--------------------------------------------------------------
002200* MODIFICATION HISTORY
002732*                 (shared BusDate routine, system-date
002748*                 fallback), so a rerun past midnight keeps
002764*                 one business date.
002770* 2026-10-15 JWG  Second-factor passcode outcomes (S, C, X,
002772*                 W, V) counted in their own section; wrong
002774*                 passcodes are failed attempts by account
002776*                 and V is a lock like K.
002777* 2026-10-15 JWG  Signed-on session outcomes (M, D, F, N, Q from
002778*                 the SESSION.DAT register) counted in their
002779*                 own section.
002781* 2026-10-15 JWG  Sign-ons from a terminal new to the account are
002783*                 listed, and failures are grouped by terminal:
002785*                 a terminal failing against SPRAYACCTS (RUNPARM
002787*                 library, default 5) or more accounts is flagged
002789*                 as password spraying and raised as a warning.
002791* 2026-10-15 JWG  Passcode outcome X now also covers a passcode
002793*                 that could not be sent (no deliverable Email);
002795*                 the count is labelled to match.
002797*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
008800 01  WS-Locked-Count         PIC 9(05) COMP VALUE 0.
008900 01  WS-Offhours-Count       PIC 9(05) COMP VALUE 0.
009000 01  WS-Probe-Count          PIC 9(05) COMP VALUE 0.
009010 01  WS-Pc-Sent-Count        PIC 9(05) COMP VALUE 0.
009020 01  WS-Pc-Accepted-Count    PIC 9(05) COMP VALUE 0.
009030 01  WS-Pc-Expired-Count     PIC 9(05) COMP VALUE 0.
009040 01  WS-Pc-Wrong-Count       PIC 9(05) COMP VALUE 0.
009050 01  WS-Ses-Refused-Count    PIC 9(05) COMP VALUE 0.
009060 01  WS-Ses-Flagged-Count    PIC 9(05) COMP VALUE 0.
009070 01  WS-Ses-Off-Count        PIC 9(05) COMP VALUE 0.
009080 01  WS-Ses-Idle-Count       PIC 9(05) COMP VALUE 0.
009090 01  WS-Ses-Cut-Count        PIC 9(05) COMP VALUE 0.
009093 01  WS-New-Term-Table.
009096     02  WS-Nt-Entry OCCURS 100 TIMES.
009099         03  WS-Nt-Id            PIC 9(08).
009102         03  WS-Nt-Time          PIC 9(08).
009105         03  WS-Nt-Terminal      PIC X(08).
009108 01  WS-New-Term-Count       PIC 9(03) COMP VALUE 0.
009111 01  WS-Nt-Index             PIC 9(03) COMP.
009114*--------------------------------------------------------------
009117* Failures by terminal: each distinct terminal/account pair
009120* failed today, and per terminal the failures and how many
009123* different accounts they were against.
009126*--------------------------------------------------------------
009129 01  WS-Pair-Table.
009132     02  WS-Pair-Entry OCCURS 500 TIMES.
009135         03  WS-Pair-Terminal    PIC X(08).
009138         03  WS-Pair-Id          PIC 9(08).
009141 01  WS-Pair-Count           PIC 9(03) COMP VALUE 0.
009144 01  WS-Pair-Index           PIC 9(03) COMP.
009147 01  WS-Pair-Found           PIC 9(03) COMP.
009150 01  WS-Term-Table.
009153     02  WS-Term-Entry OCCURS 100 TIMES.
009156         03  WS-Term-Id          PIC X(08).
009159         03  WS-Term-Fails       PIC 9(05) COMP.
009162         03  WS-Term-Accounts    PIC 9(05) COMP.
009165 01  WS-Term-Count           PIC 9(03) COMP VALUE 0.
009168 01  WS-Term-Index           PIC 9(03) COMP.
009171 01  WS-Term-Found           PIC 9(03) COMP.
009174 01  WS-Spray-Limit          PIC 9(05) COMP.
009177 01  WS-Spray-Count          PIC 9(05) COMP VALUE 0.
009180 01  WS-Accounts-Disp        PIC ZZZZ9.
009183 01  WS-Parm-Request         PIC X(01) VALUE "G".
009186 01  WS-Parm-Name            PIC X(12).
009189 01  WS-Parm-Value           PIC X(20).
009192 01  WS-Count-Disp           PIC ZZZZ9.
009200 01  WS-Excp-Severity        PIC X(01).
009300 01  WS-Excp-Message         PIC X(60).
009400 01  WS-P-SIGNJRNL-DAT      PIC X(30) VALUE "SIGNJRNL.DAT".
011200     DISPLAY "DAILY SIGN-ON SECURITY REPORT"
011300     DISPLAY "============================="
011400     CALL "BusDate" USING WS-Run-Date
011412     MOVE "SPRAYACCTS" TO WS-Parm-Name
011424     MOVE "005" TO WS-Parm-Value
011436     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
011448     COMPUTE WS-Spray-Limit = FUNCTION NUMVAL(WS-Parm-Value)
011460     IF WS-Spray-Limit < 2
011472         MOVE 5 TO WS-Spray-Limit
011484     END-IF
011500     PERFORM 1000-DECIDE-BUSINESS-DAY
011600         THRU 1000-DECIDE-BUSINESS-DAY-EXIT
011700     PERFORM 2000-SCAN-JOURNAL THRU 2000-SCAN-JOURNAL-EXIT
012600         CALL "ExcpLog" USING WS-Program-Name,
012700             WS-Excp-Severity, WS-Excp-Message
012800     END-IF
012809     IF WS-Spray-Count > 0
012818         MOVE WS-Spray-Count TO WS-Count-Disp
012827         MOVE "W" TO WS-Excp-Severity
012836         MOVE SPACES TO WS-Excp-Message
012845         STRING "PASSWORD-SPRAYING PATTERN FROM TERMINALS: "
012854             WS-Count-Disp DELIMITED BY SIZE
012863             INTO WS-Excp-Message
012872         CALL "ExcpLog" USING WS-Program-Name,
012881             WS-Excp-Severity, WS-Excp-Message
012890     END-IF
012900     CALL "EndMsg" USING WS-Program-Name,
013000         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
013100         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
020500     EVALUATE TRUE
020600         WHEN SJ-Accepted OR SJ-Token-Accepted
020700             ADD 1 TO WS-Accepted-Count
020712             IF SJ-New-Terminal AND WS-New-Term-Count < 100
020724                 ADD 1 TO WS-New-Term-Count
020736                 MOVE SJ-UserId TO WS-Nt-Id(WS-New-Term-Count)
020748                 MOVE SJ-Time TO WS-Nt-Time(WS-New-Term-Count)
020760                 MOVE SJ-Terminal
020772                     TO WS-Nt-Terminal(WS-New-Term-Count)
020784             END-IF
020800             IF NOT WS-Is-Business-Day
020900                     OR SJ-Time < WS-Open-Time
021000                     OR SJ-Time > WS-Close-Time
021100                 ADD 1 TO WS-Offhours-Count
021200             END-IF
021300         WHEN SJ-Bad-Password OR SJ-Caused-Lock
021310                 OR SJ-Passcode-Wrong OR SJ-Passcode-Locked
021320             IF SJ-Passcode-Wrong OR SJ-Passcode-Locked
021330                 ADD 1 TO WS-Pc-Wrong-Count
021340             END-IF
021400             ADD 1 TO WS-Failed-Count
021500             PERFORM 2200-TALLY-FAILED-ACCOUNT
021600                 THRU 2200-TALLY-FAILED-ACCOUNT-EXIT
021633             PERFORM 2400-TALLY-FAILED-TERMINAL
021666                 THRU 2400-TALLY-FAILED-TERMINAL-EXIT
021700         WHEN SJ-Unknown-Id
021800             ADD 1 TO WS-Probe-Count
021900             PERFORM 2300-TALLY-UNKNOWN-ID
022000                 THRU 2300-TALLY-UNKNOWN-ID-EXIT
022003             PERFORM 2400-TALLY-FAILED-TERMINAL
022006                 THRU 2400-TALLY-FAILED-TERMINAL-EXIT
022010         WHEN SJ-Lock-Expired
022020             IF WS-Expired-Count < 100
022030                 ADD 1 TO WS-Expired-Count
022040                 MOVE SJ-UserId
022050                     TO WS-Exp-Id(WS-Expired-Count)
022060             END-IF
022061         WHEN SJ-Passcode-Sent
022062             ADD 1 TO WS-Pc-Sent-Count
022063         WHEN SJ-Passcode-Accepted
022064             ADD 1 TO WS-Pc-Accepted-Count
022065         WHEN SJ-Passcode-Expired
022066             ADD 1 TO WS-Pc-Expired-Count
022069         WHEN SJ-Concurrent-Refused
022072             ADD 1 TO WS-Ses-Refused-Count
022075         WHEN SJ-Concurrent-Flagged
022078             ADD 1 TO WS-Ses-Flagged-Count
022081         WHEN SJ-Signed-Off
022084             ADD 1 TO WS-Ses-Off-Count
022087         WHEN SJ-Idle-Expired
022090             ADD 1 TO WS-Ses-Idle-Count
022093         WHEN SJ-Cut-Off
022096             ADD 1 TO WS-Ses-Cut-Count
022100         WHEN OTHER
022200             CONTINUE
022300     END-EVALUATE
024300     END-IF
024400     IF WS-Acct-Found > 0
024500         ADD 1 TO WS-Acct-Fails(WS-Acct-Found)
024600         IF SJ-Caused-Lock OR SJ-Passcode-Locked
024700             MOVE "Y" TO WS-Acct-Locked(WS-Acct-Found)
024800             ADD 1 TO WS-Locked-Count
024900         END-IF
027300     .
027400 2300-TALLY-UNKNOWN-ID-EXIT.
027500     EXIT.
027501
027502*--------------------------------------------------------------
027503* A failed attempt (bad password or passcode, or an unknown
027504* id) against its terminal. The terminal's account count
027505* moves only the first time a given account fails there, so
027506* one user mistyping all morning is one account, while one
027507* terminal working down a list of ids is many. Records from
027508* before the terminal was journalled are passed over.
027509*--------------------------------------------------------------
027510 2400-TALLY-FAILED-TERMINAL.
027511     IF SJ-Terminal = SPACES
027512         GO TO 2400-TALLY-FAILED-TERMINAL-EXIT
027513     END-IF
027514     MOVE 0 TO WS-Term-Found
027515     PERFORM VARYING WS-Term-Index FROM 1 BY 1
027516             UNTIL WS-Term-Index > WS-Term-Count
027517             OR WS-Term-Found > 0
027518         IF WS-Term-Id(WS-Term-Index) = SJ-Terminal
027519             MOVE WS-Term-Index TO WS-Term-Found
027520         END-IF
027521     END-PERFORM
027522     IF WS-Term-Found = 0
027523         IF WS-Term-Count NOT < 100
027524             GO TO 2400-TALLY-FAILED-TERMINAL-EXIT
027525         END-IF
027526         ADD 1 TO WS-Term-Count
027527         MOVE WS-Term-Count TO WS-Term-Found
027528         MOVE SJ-Terminal TO WS-Term-Id(WS-Term-Found)
027529         MOVE 0 TO WS-Term-Fails(WS-Term-Found)
027530         MOVE 0 TO WS-Term-Accounts(WS-Term-Found)
027531     END-IF
027532     ADD 1 TO WS-Term-Fails(WS-Term-Found)
027533     MOVE 0 TO WS-Pair-Found
027534     PERFORM VARYING WS-Pair-Index FROM 1 BY 1
027535             UNTIL WS-Pair-Index > WS-Pair-Count
027536             OR WS-Pair-Found > 0
027537         IF WS-Pair-Terminal(WS-Pair-Index) = SJ-Terminal
027538                 AND WS-Pair-Id(WS-Pair-Index) = SJ-UserId
027539             MOVE WS-Pair-Index TO WS-Pair-Found
027540         END-IF
027541     END-PERFORM
027542     IF WS-Pair-Found = 0 AND WS-Pair-Count < 500
027543         ADD 1 TO WS-Pair-Count
027544         MOVE SJ-Terminal TO WS-Pair-Terminal(WS-Pair-Count)
027545         MOVE SJ-UserId TO WS-Pair-Id(WS-Pair-Count)
027546         ADD 1 TO WS-Term-Accounts(WS-Term-Found)
027547     END-IF
027548     .
027549 2400-TALLY-FAILED-TERMINAL-EXIT.
027550     EXIT.
027600
027700 3000-WRITE-REPORT.
027800     OPEN OUTPUT ReportFile
033594             DELIMITED BY SIZE INTO ReportRecord
033595         PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033596     END-PERFORM
033597     MOVE "SECOND-FACTOR PASSCODES:" TO ReportRecord
033598     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033599     MOVE SPACES TO ReportRecord
033600     MOVE WS-Pc-Sent-Count TO WS-Count-Disp
033601     STRING "  SENT:                 " WS-Count-Disp
033602         DELIMITED BY SIZE INTO ReportRecord
033603     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033604     MOVE SPACES TO ReportRecord
033605     MOVE WS-Pc-Accepted-Count TO WS-Count-Disp
033606     STRING "  ACCEPTED:             " WS-Count-Disp
033607         DELIMITED BY SIZE INTO ReportRecord
033608     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033609     MOVE SPACES TO ReportRecord
033610     MOVE WS-Pc-Expired-Count TO WS-Count-Disp
033611     STRING "  EXPIRED OR NOT SENT:  " WS-Count-Disp
033612         DELIMITED BY SIZE INTO ReportRecord
033613     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033614     MOVE SPACES TO ReportRecord
033615     MOVE WS-Pc-Wrong-Count TO WS-Count-Disp
033616     STRING "  WRONG:                " WS-Count-Disp
033617         DELIMITED BY SIZE INTO ReportRecord
033618     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033619     MOVE "SIGNED-ON SESSIONS:" TO ReportRecord
033620     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033621     MOVE SPACES TO ReportRecord
033622     MOVE WS-Ses-Refused-Count TO WS-Count-Disp
033623     STRING "  2ND SESSION REFUSED:  " WS-Count-Disp
033624         DELIMITED BY SIZE INTO ReportRecord
033625     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033626     MOVE SPACES TO ReportRecord
033627     MOVE WS-Ses-Flagged-Count TO WS-Count-Disp
033628     STRING "  CONCURRENT (FLAGGED): " WS-Count-Disp
033629         DELIMITED BY SIZE INTO ReportRecord
033630     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033631     MOVE SPACES TO ReportRecord
033632     MOVE WS-Ses-Off-Count TO WS-Count-Disp
033633     STRING "  SIGNED OFF:           " WS-Count-Disp
033634         DELIMITED BY SIZE INTO ReportRecord
033635     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033636     MOVE SPACES TO ReportRecord
033637     MOVE WS-Ses-Idle-Count TO WS-Count-Disp
033638     STRING "  EXPIRED IDLE:         " WS-Count-Disp
033639         DELIMITED BY SIZE INTO ReportRecord
033640     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033641     MOVE SPACES TO ReportRecord
033642     MOVE WS-Ses-Cut-Count TO WS-Count-Disp
033643     STRING "  CUT OFF AT QUIESCE:   " WS-Count-Disp
033644         DELIMITED BY SIZE INTO ReportRecord
033645     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033646     MOVE SPACES TO ReportRecord
033647     MOVE "SIGN-ONS FROM A NEW TERMINAL:" TO ReportRecord
033648     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033649     IF WS-New-Term-Count = 0
033650         MOVE "  (NONE)" TO ReportRecord
033651         PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033652     END-IF
033653     PERFORM VARYING WS-Nt-Index FROM 1 BY 1
033654             UNTIL WS-Nt-Index > WS-New-Term-Count
033655         MOVE SPACES TO ReportRecord
033656         STRING "  " WS-Nt-Id(WS-Nt-Index)
033657             "  AT " WS-Nt-Time(WS-Nt-Index)(1:4)
033658             "  TERMINAL " WS-Nt-Terminal(WS-Nt-Index)
033659             DELIMITED BY SIZE INTO ReportRecord
033660         PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033661     END-PERFORM
033662     PERFORM 3100-WRITE-TERMINALS THRU 3100-WRITE-TERMINALS-EXIT
033663     CLOSE ReportFile
033700     .
033800 3000-WRITE-REPORT-EXIT.
033900     EXIT.
033902
033904*--------------------------------------------------------------
033906* Terminals whose failures reached more than one account; one
033908* at the spraying limit or over is flagged and counted for
033910* the warning.
033912*--------------------------------------------------------------
033914 3100-WRITE-TERMINALS.
033916     MOVE SPACES TO ReportRecord
033918     MOVE WS-Spray-Limit TO WS-Accounts-Disp
033920     STRING "FAILURES ACROSS ACCOUNTS BY TERMINAL (SPRAYING AT "
033922         FUNCTION TRIM(WS-Accounts-Disp) "+):"
033924         DELIMITED BY SIZE INTO ReportRecord
033926     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033928     MOVE 0 TO WS-Term-Found
033930     PERFORM VARYING WS-Term-Index FROM 1 BY 1
033932             UNTIL WS-Term-Index > WS-Term-Count
033934         IF WS-Term-Accounts(WS-Term-Index) > 1
033936             ADD 1 TO WS-Term-Found
033938             MOVE WS-Term-Fails(WS-Term-Index) TO WS-Count-Disp
033940             MOVE WS-Term-Accounts(WS-Term-Index)
033942                 TO WS-Accounts-Disp
033944             MOVE SPACES TO ReportRecord
033946             IF WS-Term-Accounts(WS-Term-Index)
033948                     NOT < WS-Spray-Limit
033950                 ADD 1 TO WS-Spray-Count
033952                 STRING "  " WS-Term-Id(WS-Term-Index)
033954                     "  FAILS " WS-Count-Disp
033956                     "  ACCOUNTS " WS-Accounts-Disp
033958                     "  ** SPRAYING PATTERN **"
033960                     DELIMITED BY SIZE INTO ReportRecord
033962             ELSE
033964                 STRING "  " WS-Term-Id(WS-Term-Index)
033966                     "  FAILS " WS-Count-Disp
033968                     "  ACCOUNTS " WS-Accounts-Disp
033970                     DELIMITED BY SIZE INTO ReportRecord
033972             END-IF
033974             PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033976         END-IF
033978     END-PERFORM
033980     IF WS-Term-Found = 0
033982         MOVE "  (NONE)" TO ReportRecord
033984         PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033986     END-IF
033988     .
033990 3100-WRITE-TERMINALS-EXIT.
033992     EXIT.
034000
034100 3900-PUT-LINE.
034200     WRITE ReportRecord
034400     .
034500 3900-PUT-LINE-EXIT.
034600     EXIT.
034610
034620*--------------------------------------------------------------
034630* Standing run parameters come from the RUNPARM.DAT library;
034640* the caller primes WS-Parm-Value with the default.
034650*--------------------------------------------------------------
034660 9700-GET-RUN-PARM.
034670     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
034680         WS-Parm-Name, WS-Parm-Value
034690     .
034700 9700-GET-RUN-PARM-EXIT.
034710     EXIT.
