000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LglChk.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Legal-hold check for the destructive programs. Given a
000900* UserId it answers whether the account is under an active
001000* hold on the LGLHOLD.DAT register, and returns the case
001100* reference. The request byte says what the caller is doing:
001200*   Q - only asking (a preview, or a per-row sweep that has
001300*       already reported the account once this run)
001400*   S - about to destroy the account's data: if it is held,
001500*       the skip is evidenced - an I exception in the
001600*       caller's name through ExcpLog and a line on the
001700*       LGLSKIP.DAT skip log the LglRpt hold report reads
001800* No register (status 35) means nothing is held. A register
001900* that is there but will not open cannot prove an account is
002000* free, so every account then reads as held (case reference
002100* UNREADABLE) and one E exception says why. The register
002200* stays open between calls for the length of the run - the
002300* sweeps call here once per row.
002400*--------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*--------------------------------------------------------------
002700* DATE       INIT DESCRIPTION
002800* ---------- ---- -------------------------------------------
002900* 2026-10-15 JWG  Original version.
003000*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT HoldFile ASSIGN TO DYNAMIC WS-P-LGLHOLD-DAT
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS LH-UserId
003800         FILE STATUS IS WS-Hold-Status.
003900     SELECT SkipFile ASSIGN TO DYNAMIC WS-P-LGLSKIP-DAT
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-Skip-Status.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  HoldFile.
004600     COPY "LGLHOLD.CPY".
004700
004800 FD  SkipFile.
004900     COPY "LGLSKIP.CPY".
005000
005100 WORKING-STORAGE SECTION.
005200 01  WS-Hold-Status          PIC XX.
005300     88  WS-Hold-Missing         VALUE "35".
005400 01  WS-Skip-Status          PIC XX.
005500     88  WS-Skip-Missing         VALUE "35".
005600 01  WS-Hold-State           PIC X(01) VALUE "N".
005700     88  WS-Hold-Is-Open         VALUE "Y".
005800     88  WS-Hold-Is-Absent       VALUE "M".
005900     88  WS-Hold-Failed          VALUE "F".
006000 01  WS-Excp-Severity        PIC X(01).
006100 01  WS-Excp-Message         PIC X(60).
006200 01  WS-P-LGLHOLD-DAT       PIC X(30) VALUE "LGLHOLD.DAT".
006300 01  WS-P-LGLSKIP-DAT       PIC X(30) VALUE "LGLSKIP.DAT".
006400
006500 LINKAGE SECTION.
006600 01  LK-Lgl-Request          PIC X(01).
006700 01  LK-Lgl-UserId           PIC 9(08).
006800 01  LK-Lgl-Program          PIC X(20).
006900 01  LK-Lgl-Held             PIC X(01).
007000 01  LK-Lgl-Case-Ref         PIC X(12).
007100
007200 PROCEDURE DIVISION USING LK-Lgl-Request, LK-Lgl-UserId,
007300     LK-Lgl-Program, LK-Lgl-Held, LK-Lgl-Case-Ref.
007400
007500 0000-MAINLINE.
007600     MOVE "N" TO LK-Lgl-Held
007700     MOVE SPACES TO LK-Lgl-Case-Ref
007800     IF WS-Hold-State = "N"
007900         PERFORM 1000-OPEN-REGISTER THRU 1000-OPEN-REGISTER-EXIT
008000     END-IF
008100     EVALUATE TRUE
008200         WHEN WS-Hold-Is-Absent
008300             GOBACK
008400         WHEN WS-Hold-Failed
008500             MOVE "Y" TO LK-Lgl-Held
008600             MOVE "UNREADABLE" TO LK-Lgl-Case-Ref
008700         WHEN OTHER
008800             MOVE LK-Lgl-UserId TO LH-UserId
008900             READ HoldFile
009000                 INVALID KEY
009100                     GOBACK
009200             END-READ
009300             IF NOT LH-Is-Active
009400                 GOBACK
009500             END-IF
009600             MOVE "Y" TO LK-Lgl-Held
009700             MOVE LH-Case-Ref TO LK-Lgl-Case-Ref
009800     END-EVALUATE
009900     IF LK-Lgl-Request = "S"
010000         PERFORM 2000-LOG-SKIP THRU 2000-LOG-SKIP-EXIT
010100     END-IF
010200     GOBACK.
010300
010400 1000-OPEN-REGISTER.
010500     CALL "EnvName" USING WS-P-LGLHOLD-DAT
010600     CALL "EnvName" USING WS-P-LGLSKIP-DAT
010700     OPEN INPUT HoldFile
010800     IF WS-Hold-Missing
010900         SET WS-Hold-Is-Absent TO TRUE
011000         GO TO 1000-OPEN-REGISTER-EXIT
011100     END-IF
011200     IF WS-Hold-Status NOT = "00"
011300         SET WS-Hold-Failed TO TRUE
011400         DISPLAY "LGLHOLD.DAT WILL NOT OPEN (STATUS "
011500             WS-Hold-Status ") - EVERY ACCOUNT TREATED AS HELD."
011600         MOVE "E" TO WS-Excp-Severity
011700         MOVE "LGLHOLD.DAT UNREADABLE - ALL DESTRUCTION WITHHELD"
011800             TO WS-Excp-Message
011900         CALL "ExcpLog" USING LK-Lgl-Program,
012000             WS-Excp-Severity, WS-Excp-Message
012100         GO TO 1000-OPEN-REGISTER-EXIT
012200     END-IF
012300     SET WS-Hold-Is-Open TO TRUE
012400     .
012500 1000-OPEN-REGISTER-EXIT.
012600     EXIT.
012700
012800*--------------------------------------------------------------
012900* The skip is evidenced twice: an I exception in the caller's
013000* name for the morning summary, and a line on LGLSKIP.DAT so
013100* the hold report can say what each hold has protected.
013200*--------------------------------------------------------------
013300 2000-LOG-SKIP.
013400     MOVE "I" TO WS-Excp-Severity
013500     MOVE SPACES TO WS-Excp-Message
013600     STRING "LEGAL HOLD - " LK-Lgl-UserId " LEFT ALONE, CASE "
013700         LK-Lgl-Case-Ref DELIMITED BY SIZE
013800         INTO WS-Excp-Message
013900     END-STRING
014000     CALL "ExcpLog" USING LK-Lgl-Program,
014100         WS-Excp-Severity, WS-Excp-Message
014200     OPEN EXTEND SkipFile
014300     IF WS-Skip-Missing
014400         OPEN OUTPUT SkipFile
014500     END-IF
014600     ACCEPT LS-Date FROM DATE YYYYMMDD
014700     ACCEPT LS-Time FROM TIME
014800     MOVE LK-Lgl-UserId TO LS-UserId
014900     MOVE LK-Lgl-Program TO LS-Program
015000     MOVE LK-Lgl-Case-Ref TO LS-Case-Ref
015100     WRITE LglSkipRecord
015200     CLOSE SkipFile
015300     .
015400 2000-LOG-SKIP-EXIT.
015500     EXIT.
