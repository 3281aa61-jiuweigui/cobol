002500* 2026-08-22 JWG  Original version.
002510* 2026-09-01 JWG  Generated accounts stamp PasswordSetDate for
002520*                 the UserSignon password-aging rule.
002521* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
002522*                 date; the full-record images and trailer layout
002523*                 here are sized to match.
002561* 2026-10-15 JWG  Test accounts get given and family names.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004400     02  TR-Filler-1         PIC X(12).
004500     02  TR-Record-Count     PIC 9(09).
004600     02  TR-Run-Date         PIC 9(08).
004700     02  FILLER              PIC X(213).
004800
004900 WORKING-STORAGE SECTION.
005000 01  WS-File-Status          PIC XX.
010800         TO WS-Name-Number
010900     STRING "T" WS-Name-Number(2:4) DELIMITED BY SIZE
011000         INTO UserName
011100     MOVE "TEST" TO GivenName
011200     STRING "USER" WS-Name-Number(4:2)
011250         DELIMITED BY SIZE INTO FamilyName
011300     STRING "TEST" WS-Name-Number "@EXAMPLE.COM"
011400         DELIMITED BY SIZE INTO Email
011500     COMPUTE WS-Days-Back =
