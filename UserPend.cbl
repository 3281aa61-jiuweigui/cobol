001800* USRARCH.DAT, delete journalled to USRJRNL.DAT, trailer
001900* carried, id on to the RETIRED.DAT register - so they leave
002000* the file with an evidence trail.
002100* Run parameters (RUNPARM.DAT library, through ParmGet):
002200*   WARNDAYS warning age in days (default 30), EXPIREDAYS
002300*   expiry age in days (default 90), RUNMODE 1 = report
002350*   only, 2 = report and expire (default)
002400*--------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*--------------------------------------------------------------
002700* DATE       INIT DESCRIPTION
002800* ---------- ---- -------------------------------------------
002900* 2026-09-01 JWG  Original version.
002901* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
002902*                 date; the full-record images and trailer layout
002903*                 here are sized to match.
002922* 2026-10-15 JWG  A placeholder under an active legal hold on
002941*                 LGLHOLD.DAT (shared LglChk routine) is no
002960*                 longer expired: the skip is an I exception, a
002979*                 LGLSKIP.DAT line and a HELD line on the report.
002984* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
002989*                 library through ParmGet instead of a SYSIN
002994*                 card.
003000*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
005100     02  TR-Filler-1         PIC X(12).
005200     02  TR-Record-Count     PIC 9(09).
005300     02  TR-Run-Date         PIC 9(08).
005400     02  FILLER              PIC X(213).
005500
005600 FD  ArchiveFile.
005700     COPY "USRARCH.CPY".
007900 01  WS-Expired-Count        PIC 9(05) COMP VALUE 0.
008000 01  WS-Count-Disp           PIC ZZZZ9.
008100 01  WS-Jrnl-Action          PIC X(01).
008200 01  WS-Before-Image         PIC X(250).
008300 01  WS-After-Image          PIC X(250).
008400 01  WS-Retire-Request       PIC X(01).
008500 01  WS-Retire-Source        PIC X(10) VALUE "USERPEND".
008600 01  WS-Retire-Flag          PIC X(01).
008800 01  WS-Lock-Request         PIC X.
008900 01  WS-Lock-Granted         PIC X.
009000     88  WS-Lock-Was-Granted     VALUE "Y".
009016 01  WS-Lgl-Request          PIC X(01).
009032 01  WS-Lgl-Held             PIC X(01).
009048     88  WS-Lgl-Is-Held          VALUE "Y".
009064 01  WS-Lgl-Case-Ref         PIC X(12).
009080 01  WS-Held-Count           PIC 9(05) COMP VALUE 0.
009100 01  WS-Excp-Severity        PIC X(01).
009200 01  WS-Excp-Message         PIC X(60).
009300 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
009800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
009900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
010000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
010025 01  WS-Parm-Request         PIC X(01) VALUE "G".
010050 01  WS-Parm-Name            PIC X(12).
010075 01  WS-Parm-Value           PIC X(20).
010100 01  WS-Program-Name         PIC X(20) VALUE "USERPEND".
010200
010300 PROCEDURE DIVISION.
011800     DISPLAY "UNCLAIMED-PLACEHOLDER AGING SWEEP"
011900     DISPLAY "================================="
012000     CALL "BusDate" USING WS-Run-Date
012069     MOVE "WARNDAYS" TO WS-Parm-Name
012138     MOVE "00030" TO WS-Parm-Value
012207     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
012276     COMPUTE WS-Warn-Days = FUNCTION NUMVAL(WS-Parm-Value)
012345     MOVE "EXPIREDAYS" TO WS-Parm-Name
012414     MOVE "00090" TO WS-Parm-Value
012483     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
012552     COMPUTE WS-Expire-Days = FUNCTION NUMVAL(WS-Parm-Value)
012621     MOVE "RUNMODE" TO WS-Parm-Name
012690     MOVE "2" TO WS-Parm-Value
012759     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
012828     COMPUTE WS-Run-Mode = FUNCTION NUMVAL(WS-Parm-Value)
012900     PERFORM 2000-SWEEP-PLACEHOLDERS
013000         THRU 2000-SWEEP-PLACEHOLDERS-EXIT
013100     MOVE "R" TO WS-Lock-Request
013500     DISPLAY "AGED PLACEHOLDERS REPORTED: " WS-Count-Disp
013600     MOVE WS-Expired-Count TO WS-Count-Disp
013700     DISPLAY "PLACEHOLDERS EXPIRED:       " WS-Count-Disp
013733     MOVE WS-Held-Count TO WS-Count-Disp
013766     DISPLAY "KEPT FOR LEGAL HOLD:        " WS-Count-Disp
013800     IF WS-Aged-Count > 0
013900         MOVE WS-Aged-Count TO WS-Count-Disp
014000         MOVE "W" TO WS-Excp-Severity
023600* Expiry goes through the purge-archive machinery: the image
023700* is archived, the delete journalled, the trailer carried
023800* and the id retired - the placeholder leaves the file with
023900* the same evidence trail a purge leaves. A placeholder under
023950* an active legal hold is left exactly as it is.
024000*--------------------------------------------------------------
024100 2200-EXPIRE-PLACEHOLDER.
024107     MOVE "S" TO WS-Lgl-Request
024114     CALL "LglChk" USING WS-Lgl-Request, UserId,
024121         WS-Program-Name, WS-Lgl-Held, WS-Lgl-Case-Ref
024128     IF WS-Lgl-Is-Held
024135         ADD 1 TO WS-Held-Count
024142         MOVE SPACES TO ReportRecord
024149         STRING "HELD    " UserId " - LEGAL HOLD CASE "
024156             WS-Lgl-Case-Ref ", NOT EXPIRED" DELIMITED BY SIZE
024163             INTO ReportRecord
024170         WRITE ReportRecord
024177         GO TO 2200-EXPIRE-PLACEHOLDER-EXIT
024184     END-IF
024200     MOVE UserId TO WS-Expire-Id
024300     MOVE WS-Run-Date TO ARC-Purge-Date
024400     MOVE UserRecord TO ARC-Record-Image
028400     .
028500 2300-REDUCE-TRAILER-COUNT-EXIT.
028600     EXIT.
028610
028620*--------------------------------------------------------------
028630* Standing run parameters come from the RUNPARM.DAT library;
028640* the caller primes WS-Parm-Value with the default.
028650*--------------------------------------------------------------
028660 9700-GET-RUN-PARM.
028670     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
028680         WS-Parm-Name, WS-Parm-Value
028690     .
028700 9700-GET-RUN-PARM-EXIT.
028710     EXIT.
