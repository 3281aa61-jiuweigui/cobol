000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DayClass.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Classes a business date from OPSCAL.DAT, the calendar
000900* CalGate reads: a type E entry is a period-end (P), and a
001000* period-end in a quarter-closing month (March, June,
001100* September, December - the RecertGen test) is a quarter-
001200* end (Q); anything else, or no calendar at all, is a
001300* normal day (N). Shared by everything kept per day type -
001400* the ChkBuild operations checklist and the SlaWatch
001500* deadlines - so both agree on what kind of day it is.
001600*--------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*--------------------------------------------------------------
001900* DATE       INIT DESCRIPTION
002000* ---------- ---- -------------------------------------------
002100* 2026-10-15 JWG  Original version, lifted out of ChkBuild so
002200*                 SlaWatch can share it.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CalendarFile ASSIGN TO DYNAMIC WS-P-OPSCAL-DAT
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-Calendar-Status.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  CalendarFile.
003400 01  CalendarRecord.
003500     02  CAL-Date            PIC 9(08).
003600     02  CAL-Type            PIC X(01).
003700         88  CAL-Period-End      VALUE "E".
003800     02  CAL-Description     PIC X(30).
003900
004000 WORKING-STORAGE SECTION.
004100 01  WS-Calendar-Status      PIC XX.
004200     88  WS-Calendar-Missing     VALUE "35".
004300 01  WS-Eof-Switch           PIC X VALUE "N".
004400     88  WS-End-Of-Calendar      VALUE "Y".
004500 01  WS-Class-Date.
004600     02  WS-Class-Year       PIC 9(04).
004700     02  WS-Class-Month      PIC 9(02).
004800     02  WS-Class-Day        PIC 9(02).
004900 01  WS-Class-Date-Num REDEFINES WS-Class-Date
005000                             PIC 9(08).
005100 01  WS-P-OPSCAL-DAT        PIC X(30) VALUE "OPSCAL.DAT".
005200
005300 LINKAGE SECTION.
005400 01  LK-Day-Date             PIC 9(08).
005500 01  LK-Day-Class            PIC X(01).
005600
005700 PROCEDURE DIVISION USING LK-Day-Date, LK-Day-Class.
005800
005900 0000-MAINLINE.
006000     MOVE "N" TO LK-Day-Class
006100     MOVE LK-Day-Date TO WS-Class-Date-Num
006200     CALL "EnvName" USING WS-P-OPSCAL-DAT
006300     OPEN INPUT CalendarFile
006400     IF WS-Calendar-Missing
006500         GOBACK
006600     END-IF
006700     MOVE "N" TO WS-Eof-Switch
006800     READ CalendarFile
006900         AT END SET WS-End-Of-Calendar TO TRUE
007000     END-READ
007100     PERFORM UNTIL WS-End-Of-Calendar
007200         IF CAL-Date = WS-Class-Date-Num AND CAL-Period-End
007300             MOVE "P" TO LK-Day-Class
007400         END-IF
007500         READ CalendarFile
007600             AT END SET WS-End-Of-Calendar TO TRUE
007700         END-READ
007800     END-PERFORM
007900     CLOSE CalendarFile
008000     IF LK-Day-Class = "P"
008100         IF WS-Class-Month = 03 OR WS-Class-Month = 06
008200                 OR WS-Class-Month = 09
008300                 OR WS-Class-Month = 12
008400             MOVE "Q" TO LK-Day-Class
008500         END-IF
008600     END-IF
008700     GOBACK.
