001600* LOGROLL.CTL catalog; the writing programs all fall back to
001700* OPEN OUTPUT when their log is missing, so a fresh log
001800* starts by itself on the next run. Archives older than the
001900* retention parameter (RETENTDAYS on RUNPARM.DAT, default 90
002000* days) are deleted and dropped from the catalog. Runs as the
002100* last processing step of NIGHTLY.JCL, ahead only of the
002150* closing page sweep.
002200*--------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*--------------------------------------------------------------
002794* 2026-09-01 JWG  SIGNJRNL.DAT added to the rollover table -
002795*                 SignRpt reads one day's rows and the
002796*                 journal otherwise grows without bound.
002797* 2026-10-15 JWG  READJRNL.DAT (read-access journal) added to
002798*                 the rollover table - ReadRpt reads one
002799*                 day's rows.
002808* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
002817*                 library through ParmGet instead of a SYSIN
002826*                 card.
002835* 2026-10-15 JWG  NOTIFOUT.TXT (notification extract) added to
002844*                 the rollover table - NotifyFmt and ExcpPage
002853*                 add to it all day and the mail gateway has
002862*                 collected each line as it arrived, so each
002871*                 business date now starts a fresh extract and
002880*                 the day's lines stay on a dated archive.
002889*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
005610     02  FILLER              PIC X(13) VALUE "SUITEAUD.LOG".
005620     02  FILLER              PIC X(13) VALUE "USRJRNL.DAT".
005630     02  FILLER              PIC X(13) VALUE "SIGNJRNL.DAT".
005640     02  FILLER              PIC X(13) VALUE "READJRNL.DAT".
005670     02  FILLER              PIC X(13) VALUE "NOTIFOUT.TXT".
005700 01  WS-Log-Names REDEFINES WS-Log-Table.
005800     02  WS-Log-Name         PIC X(13) OCCURS 9 TIMES.
005900 01  WS-Log-Index            PIC 9(02) COMP.
006000 01  WS-Current-Log          PIC X(30).
006100 01  WS-Archive-Name         PIC X(30).
007400 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007500 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007600 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007625 01  WS-Parm-Request         PIC X(01) VALUE "G".
007650 01  WS-Parm-Name            PIC X(12).
007675 01  WS-Parm-Value           PIC X(20).
007700 01  WS-Program-Name         PIC X(20) VALUE "LOGROLL".
007800
007900 PROCEDURE DIVISION.
008500     DISPLAY "AUDIT LOG ROLLOVER"
008600     DISPLAY "=================="
008700     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
008760     MOVE "RETENTDAYS" TO WS-Parm-Name
008820     MOVE "090" TO WS-Parm-Value
008880     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
008940     COMPUTE WS-Retention-Days = FUNCTION NUMVAL(WS-Parm-Value)
009000     IF WS-Retention-Days = ZERO
009100         MOVE 90 TO WS-Retention-Days
009200     END-IF
009800     PERFORM 1000-LOAD-CATALOG THRU 1000-LOAD-CATALOG-EXIT
009900     PERFORM 2000-ROLL-ONE-LOG THRU 2000-ROLL-ONE-LOG-EXIT
010000         VARYING WS-Log-Index FROM 1 BY 1
010100         UNTIL WS-Log-Index > 9
010200     PERFORM 3000-RETIRE-OLD-ARCHIVES
010300         THRU 3000-RETIRE-OLD-ARCHIVES-EXIT
010400     PERFORM 4000-REWRITE-CATALOG
020000     .
020100 4000-REWRITE-CATALOG-EXIT.
020200     EXIT.
020210
020220*--------------------------------------------------------------
020230* Standing run parameters come from the RUNPARM.DAT library;
020240* the caller primes WS-Parm-Value with the default.
020250*--------------------------------------------------------------
020260 9700-GET-RUN-PARM.
020270     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
020280         WS-Parm-Name, WS-Parm-Value
020290     .
020300 9700-GET-RUN-PARM-EXIT.
020310     EXIT.
