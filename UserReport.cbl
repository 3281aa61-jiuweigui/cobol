001590*                 COUNTRY.DAT reference file (via the shared
001591*                 CtryVal routine), and the report closes with
001592*                 a region-level rollup of account counts.
001596* 2026-10-15 JWG  Lists the name as given and family name.
001600*--------------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
003800     02  WR-CountryCode      PIC XX.
003900     02  WR-UserId           PIC 9(08).
004000     02  WR-UserName         PIC X(05).
004100     02  WR-Name             PIC X(30).
004200
004300 SD  SortFile.
004400 01  SortRecord.
004500     02  SR-CountryCode      PIC XX.
004600     02  SR-UserId           PIC 9(08).
004700     02  SR-UserName         PIC X(05).
004800     02  SR-Name             PIC X(30).
004900
005000 FD  SortedFile.
005100 01  SortedRecord.
005200     02  SO-CountryCode      PIC XX.
005300     02  SO-UserId           PIC 9(08).
005400     02  SO-UserName         PIC X(05).
005500     02  SO-Name             PIC X(30).
005600
005700 WORKING-STORAGE SECTION.
005800 01  WS-File-Status          PIC XX.
006341 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
006344 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
006347 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
006348 01  WS-Full-Name            PIC X(61).
006350 01  WS-Program-Name         PIC X(20) VALUE "USERREPORT".
006400
006500 PROCEDURE DIVISION.
008800             MOVE CountryCode TO WR-CountryCode
008900             MOVE UserId      TO WR-UserId
009000             MOVE UserName    TO WR-UserName
009100             CALL "NameFmt" USING GivenName, FamilyName,
009133                 WS-Full-Name
009166             MOVE WS-Full-Name(1:30) TO WR-Name
009200             WRITE WorkRecord
009250         END-IF
009300         READ UserDatabase NEXT RECORD
012300             DISPLAY "-------------"
012400         END-IF
012500         DISPLAY "  " SO-UserId SPACE SO-UserName
012510             SPACE SO-Name
012600         ADD 1 TO WS-Group-Count
012650         ADD 1 TO WS-Region-Count(WS-Region-Found)
012700         ADD 1 TO WS-Grand-Total
