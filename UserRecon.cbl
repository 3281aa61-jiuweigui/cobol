003632*                 (shared BusDate routine, system-date
003648*                 fallback), so a rerun past midnight keeps
003664*                 one business date.
003665* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
003666*                 date; the full-record images and trailer layout
003667*                 here are sized to match.
003670* 2026-10-15 JWG  Ends with GOBACK rather than STOP RUN so
003672*                 UserRstr can CALL it after a backup-set
003674*                 restore; run as a job step it ends the
003676*                 same way as before.
003680*--------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
005800     02  TR-Filler-1         PIC X(12).
005900     02  TR-Record-Count     PIC 9(09).
006000     02  TR-Run-Date         PIC 9(08).
006100     02  FILLER              PIC X(213).
006200
006300 FD  SequenceFile.
006400 01  SequenceRecord          PIC X(10).
014000         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
014100         WS-Eoj-Return-Code
014200     MOVE WS-Eoj-Return-Code TO RETURN-CODE
014300     GOBACK.
014400
014500 2000-COUNT-USER-RECORDS.
014600     OPEN INPUT UserDatabase
