000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. UserAsOf.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Point-in-time account inquiry: "what did the record say on
000900* the 3rd at ten past four?" For a UserId and an as-of date
001000* and time it prints, to ASOFRPT.TXT, every USERREC field as
001100* it stood at that moment with the date and time each last
001200* changed at or before it, rebuilt by the shared AsOfBld
001300* routine from the live record or the latest USRARCH.DAT
001400* image, the USRJRNL.DAT before-images and, where the
001500* journal has rolled, USRHIST.DAT. The report is the one to
001600* file with a dispute; UserSar prints the same view in the
001700* subject-access pack when asked for an as-of point. Salt
001800* and hash are never printed. The operator signs on with
001900* their EmpId (AuthChk, operator level) and the account
002000* must be in their region scope (ScopeChk), as for UserSar;
002100* each view is journalled to READJRNL.DAT through ReadJrnl.
002200* Runs under a shared lock claim - it only reads.
002300*--------------------------------------------------------------
002400* MODIFICATION HISTORY
002500*--------------------------------------------------------------
002600* DATE       INIT DESCRIPTION
002700* ---------- ---- -------------------------------------------
002800* 2026-10-15 JWG  Original version.
002825* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
002850*                 verified through the shared IdChk routine; a
002875*                 wrong check digit is refused before any read.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS UserId
003700         FILE STATUS IS WS-File-Status.
003800     SELECT ArchiveFile ASSIGN TO DYNAMIC WS-P-USRARCH-DAT
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-Archive-Status.
004100     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-ASOFRPT-TXT
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  UserDatabase.
004700     COPY "USERREC.CPY".
004800
004900 FD  ArchiveFile.
005000     COPY "USRARCH.CPY".
005100
005200 FD  ReportFile.
005300 01  ReportRecord            PIC X(100).
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-File-Status          PIC XX.
005700 01  WS-Archive-Status       PIC XX.
005800 01  WS-Eof-Switch           PIC X VALUE "N".
005900     88  WS-End-Of-Input         VALUE "Y".
006000 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
006100 01  WS-Inq-Id               PIC 9(08).
006120 01  WS-Keyed-UserId         PIC X(09).
006140 01  WS-Id-Verify            PIC X(01) VALUE "V".
006160 01  WS-Id-Check             PIC X(01).
006180     88  WS-Id-Accepted          VALUE "Y".
006200 01  WS-Inq-Date             PIC 9(08).
006300 01  WS-Inq-Time             PIC X(06).
006400 01  WS-Run-Date             PIC 9(08).
006500 01  WS-Run-Time             PIC 9(08).
006600 01  WS-Operator-Initials    PIC X(10).
006700 01  WS-Auth-EmpId           PIC 9(05).
006800 01  WS-Auth-Role            PIC X(01) VALUE "O".
006900 01  WS-Auth-Granted         PIC X(01).
007000     88  WS-Auth-Was-Granted     VALUE "Y".
007100 01  WS-Scope-Country        PIC X(02).
007200 01  WS-Scope-Mode           PIC X(01) VALUE "C".
007300 01  WS-Scope-Result         PIC X(01).
007400     88  WS-Scope-Ok             VALUE "Y".
007500 01  WS-Lock-Request         PIC X.
007600 01  WS-Lock-Granted         PIC X.
007700     88  WS-Lock-Was-Granted     VALUE "Y".
007800 01  WS-Fld-Index            PIC 9(02) COMP.
007900 01  WS-Fld-Offset           PIC 9(03) COMP.
008000 01  WS-Fld-Length           PIC 9(02) COMP.
008100 01  WS-Show-Value           PIC X(30).
008200 01  WS-Show-Changed         PIC X(19).
008300 01  WS-Show-Stamp           PIC 9(14).
008400 01  WS-Show-Stamp-Parts REDEFINES WS-Show-Stamp.
008500     02  WS-Show-Year        PIC X(04).
008600     02  WS-Show-Month       PIC X(02).
008700     02  WS-Show-Day         PIC X(02).
008800     02  WS-Show-Hour        PIC X(02).
008900     02  WS-Show-Minute      PIC X(02).
009000     02  WS-Show-Second      PIC X(02).
009100 01  WS-State-Text           PIC X(40).
009200 01  WS-Basis-Text           PIC X(50).
009300     COPY "ASOFFLD.CPY".
009400     COPY "ASOFVIEW.CPY".
009500 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
009600 01  WS-P-USRARCH-DAT       PIC X(30) VALUE "USRARCH.DAT".
009700 01  WS-P-ASOFRPT-TXT       PIC X(30) VALUE "ASOFRPT.TXT".
009800 01  WS-Eoj-Start-Time       PIC 9(08).
009900 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
010000 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
010100 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
010200 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
010300 01  WS-Program-Name         PIC X(20) VALUE "USERASOF".
010400
010500 PROCEDURE DIVISION.
010600
010700 0000-MAINLINE.
010800     CALL "PreDefMsg" USING WS-Program-Name
010900     ACCEPT WS-Eoj-Start-Time FROM TIME
011000     CALL "EnvName" USING WS-P-USERS-DATA
011100     CALL "EnvName" USING WS-P-USRARCH-DAT
011200     CALL "EnvName" USING WS-P-ASOFRPT-TXT
011300     DISPLAY "ACCOUNT AS-OF INQUIRY"
011400     DISPLAY "====================="
011500     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
011600     ACCEPT WS-Run-Time FROM TIME
011700     DISPLAY "Enter your employee id (5 digits): "
011800     ACCEPT WS-Auth-EmpId
011900     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
012000         WS-Program-Name, WS-Auth-Granted
012100     IF NOT WS-Auth-Was-Granted
012200         MOVE 8 TO RETURN-CODE
012300         STOP RUN
012400     END-IF
012500     DISPLAY "Enter your initials: "
012600     ACCEPT WS-Operator-Initials
012633     DISPLAY "Enter UserId (9 digits, check digit last): "
012666     ACCEPT WS-Keyed-UserId
012699     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId, WS-Inq-Id,
012732         WS-Id-Check
012765     IF NOT WS-Id-Accepted
012798         MOVE 8 TO WS-Eoj-Return-Code
012831         GO TO 0000-END-RUN
012864     END-IF
012900     IF WS-Inq-Id = ZERO OR WS-Inq-Id = WS-Trailer-Id
013000         DISPLAY "UserId must not be blank, zero, or 99999999."
013100         MOVE 8 TO WS-Eoj-Return-Code
013200         GO TO 0000-END-RUN
013300     END-IF
013400     DISPLAY "As-of date (YYYYMMDD): "
013500     ACCEPT WS-Inq-Date
013600     IF FUNCTION TEST-DATE-YYYYMMDD(WS-Inq-Date) NOT = 0
013700             OR WS-Inq-Date > WS-Run-Date
013800         DISPLAY "Not a valid date on or before today."
013900         MOVE 8 TO WS-Eoj-Return-Code
014000         GO TO 0000-END-RUN
014100     END-IF
014200     DISPLAY "As-of time (HHMMSS, blank = end of day): "
014300     ACCEPT WS-Inq-Time
014400     IF WS-Inq-Time = SPACES
014500         MOVE "235959" TO WS-Inq-Time
014600     END-IF
014700     IF WS-Inq-Time IS NOT NUMERIC
014800             OR WS-Inq-Time(1:2) > "23"
014900             OR WS-Inq-Time(3:2) > "59"
015000             OR WS-Inq-Time(5:2) > "59"
015100         DISPLAY "Not a valid time of day."
015200         MOVE 8 TO WS-Eoj-Return-Code
015300         GO TO 0000-END-RUN
015400     END-IF
015500     PERFORM 1400-CHECK-SCOPE THRU 1400-CHECK-SCOPE-EXIT
015600     IF NOT WS-Scope-Ok
015700         MOVE 8 TO RETURN-CODE
015800         STOP RUN
015900     END-IF
016000     MOVE "S" TO WS-Lock-Request
016100     CALL "UserLock" USING WS-Lock-Request,
016200         WS-Program-Name, WS-Lock-Granted
016300     IF NOT WS-Lock-Was-Granted
016400         MOVE 8 TO RETURN-CODE
016500         STOP RUN
016600     END-IF
016700     MOVE WS-Inq-Id TO AV-UserId
016800     MOVE WS-Inq-Date TO AV-Stamp(1:8)
016900     MOVE WS-Inq-Time TO AV-Stamp(9:6)
017000     CALL "AsOfBld" USING AsOfView
017100     ADD 1 TO WS-Eoj-Read-Count
017200     OPEN OUTPUT ReportFile
017300     PERFORM 2000-PRINT-VIEW THRU 2000-PRINT-VIEW-EXIT
017400     CLOSE ReportFile
017500     CALL "ReadJrnl" USING WS-Auth-EmpId, WS-Inq-Id,
017600         WS-Program-Name
017700     MOVE "R" TO WS-Lock-Request
017800     CALL "UserLock" USING WS-Lock-Request,
017900         WS-Program-Name, WS-Lock-Granted
018000     DISPLAY WS-State-Text
018100     DISPLAY "VIEW WRITTEN TO ASOFRPT.TXT."
018200     .
018300 0000-END-RUN.
018400     CALL "EndMsg" USING WS-Program-Name,
018500         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
018600         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
018700         WS-Eoj-Return-Code
018800     MOVE WS-Eoj-Return-Code TO RETURN-CODE
018900     STOP RUN.
019000
019100*--------------------------------------------------------------
019200* Region scope as UserSar decides it: the live record's
019300* CountryCode, or for a purged account the latest archive
019400* image's.
019500*--------------------------------------------------------------
019600 1400-CHECK-SCOPE.
019700     MOVE SPACES TO WS-Scope-Country
019800     OPEN INPUT UserDatabase
019900     IF WS-File-Status = "00"
020000         MOVE WS-Inq-Id TO UserId
020100         READ UserDatabase
020200             NOT INVALID KEY
020300                 MOVE CountryCode TO WS-Scope-Country
020400         END-READ
020500         CLOSE UserDatabase
020600     END-IF
020700     IF WS-Scope-Country = SPACES
020800         PERFORM 1450-ARCHIVE-COUNTRY
020900             THRU 1450-ARCHIVE-COUNTRY-EXIT
021000     END-IF
021100     CALL "ScopeChk" USING WS-Auth-EmpId, WS-Inq-Id,
021200         WS-Scope-Country, WS-Program-Name, WS-Scope-Mode,
021300         WS-Scope-Result
021400     .
021500 1400-CHECK-SCOPE-EXIT.
021600     EXIT.
021700
021800 1450-ARCHIVE-COUNTRY.
021900     MOVE "N" TO WS-Eof-Switch
022000     OPEN INPUT ArchiveFile
022100     IF WS-Archive-Status NOT = "00"
022200         GO TO 1450-ARCHIVE-COUNTRY-EXIT
022300     END-IF
022400     READ ArchiveFile
022500         AT END SET WS-End-Of-Input TO TRUE
022600     END-READ
022700     PERFORM UNTIL WS-End-Of-Input
022800         MOVE ARC-Record-Image TO UserRecord
022900         IF UserId = WS-Inq-Id
023000             MOVE CountryCode TO WS-Scope-Country
023100         END-IF
023200         READ ArchiveFile
023300             AT END SET WS-End-Of-Input TO TRUE
023400         END-READ
023500     END-PERFORM
023600     CLOSE ArchiveFile
023700     .
023800 1450-ARCHIVE-COUNTRY-EXIT.
023900     EXIT.
024000
024100*--------------------------------------------------------------
024200* The view: who asked and when, what state the account was in,
024300* how the image was arrived at, then one line per field.
024400*--------------------------------------------------------------
024500 2000-PRINT-VIEW.
024600     MOVE AV-Stamp TO WS-Show-Stamp
024700     PERFORM 2900-FORMAT-STAMP THRU 2900-FORMAT-STAMP-EXIT
024800     MOVE "============ ACCOUNT AS-OF VIEW ============"
024900         TO ReportRecord
025000     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
025100     MOVE SPACES TO ReportRecord
025200     STRING "USERID " AV-UserId " AS AT " WS-Show-Changed
025300         DELIMITED BY SIZE INTO ReportRecord
025400     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
025500     MOVE SPACES TO ReportRecord
025600     STRING "PRODUCED " WS-Run-Date " " WS-Run-Time(1:6)
025700         " BY " DELIMITED BY SIZE
025800         WS-Operator-Initials DELIMITED BY SPACE
025900         " (EMPID " WS-Auth-EmpId ")" DELIMITED BY SIZE
026000         INTO ReportRecord
026100     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
026200     EVALUATE TRUE
026300         WHEN AV-Existed
026400             MOVE "ACCOUNT ON FILE AT THAT POINT"
026500                 TO WS-State-Text
026600         WHEN AV-Not-Yet
026700             MOVE "ACCOUNT NOT YET CREATED AT THAT POINT"
026800                 TO WS-State-Text
026900         WHEN AV-Dropped
027000             MOVE "ACCOUNT ALREADY REMOVED - AS LAST HELD"
027100                 TO WS-State-Text
027200         WHEN OTHER
027300             MOVE "NO RECORD OF THIS ACCOUNT ON FILE"
027400                 TO WS-State-Text
027500     END-EVALUATE
027600     EVALUATE AV-Basis
027700         WHEN "J"
027800             MOVE "USRJRNL.DAT BEFORE-IMAGE" TO WS-Basis-Text
027900         WHEN "H"
028000             MOVE "CURRENT IMAGE UNWOUND THROUGH USRHIST.DAT"
028100                 TO WS-Basis-Text
028200         WHEN "B"
028300             MOVE "USRJRNL.DAT IMAGE UNWOUND THROUGH USRHIST.DAT"
028400                 TO WS-Basis-Text
028500         WHEN OTHER
028600             MOVE "CURRENT OR ARCHIVED IMAGE, NO LATER CHANGE"
028700                 TO WS-Basis-Text
028800     END-EVALUATE
028900     MOVE SPACES TO ReportRecord
029000     STRING "STATE:   " WS-State-Text DELIMITED BY SIZE
029100         INTO ReportRecord
029200     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
029300     IF AV-Not-Yet OR AV-Unknown
029400         GO TO 2000-PRINT-VIEW-EXIT
029500     END-IF
029600     MOVE SPACES TO ReportRecord
029700     STRING "SOURCE:  " WS-Basis-Text DELIMITED BY SIZE
029800         INTO ReportRecord
029900     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
030000     MOVE AV-Journal-From TO WS-Show-Stamp
030100     PERFORM 2900-FORMAT-STAMP THRU 2900-FORMAT-STAMP-EXIT
030200     MOVE SPACES TO ReportRecord
030300     IF AV-Journal-From = 99999999999999
030400         MOVE "JOURNAL: NONE ON FILE" TO ReportRecord
030500     ELSE
030600         STRING "JOURNAL: FROM " WS-Show-Changed
030700             DELIMITED BY SIZE INTO ReportRecord
030800     END-IF
030900     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
031000     MOVE SPACES TO ReportRecord
031100     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
031200     MOVE SPACES TO ReportRecord
031300     STRING "FIELD            VALUE                          "
031400         "LAST CHANGED" DELIMITED BY SIZE INTO ReportRecord
031500     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
031600     PERFORM VARYING WS-Fld-Index FROM 1 BY 1
031700             UNTIL WS-Fld-Index > WS-Asof-Field-Count
031800         PERFORM 2100-PRINT-FIELD THRU 2100-PRINT-FIELD-EXIT
031900     END-PERFORM
032000     MOVE SPACES TO ReportRecord
032100     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
032200     MOVE SPACES TO ReportRecord
032300     STRING "H = PUT BACK FROM USRHIST.DAT   ? = CHANGED LATER, "
032400         "OLD VALUE NOT RECORDED" DELIMITED BY SIZE
032500         INTO ReportRecord
032600     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
032700     .
032800 2000-PRINT-VIEW-EXIT.
032900     EXIT.
033000
033100 2100-PRINT-FIELD.
033200     MOVE WS-Asof-Fld-Offset(WS-Fld-Index) TO WS-Fld-Offset
033300     MOVE WS-Asof-Fld-Length(WS-Fld-Index) TO WS-Fld-Length
033400     MOVE SPACES TO WS-Show-Value
033500     IF WS-Asof-Fld-Secret(WS-Fld-Index)
033600         MOVE "(WITHHELD)" TO WS-Show-Value
033700     ELSE
033800         MOVE AV-Image(WS-Fld-Offset:WS-Fld-Length)
033900             TO WS-Show-Value
034000     END-IF
034100     IF AV-Field-Stamp(WS-Fld-Index) = ZERO
034200         MOVE "NOT RECORDED" TO WS-Show-Changed
034300     ELSE
034400         MOVE AV-Field-Stamp(WS-Fld-Index) TO WS-Show-Stamp
034500         PERFORM 2900-FORMAT-STAMP THRU 2900-FORMAT-STAMP-EXIT
034600     END-IF
034700     MOVE SPACES TO ReportRecord
034800     STRING WS-Asof-Fld-Name(WS-Fld-Index) " "
034900         WS-Show-Value " " WS-Show-Changed " "
035000         AV-Field-Flag(WS-Fld-Index)
035100         DELIMITED BY SIZE INTO ReportRecord
035200     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
035300     .
035400 2100-PRINT-FIELD-EXIT.
035500     EXIT.
035600
035700 2900-FORMAT-STAMP.
035800     MOVE SPACES TO WS-Show-Changed
035900     STRING WS-Show-Year "-" WS-Show-Month "-" WS-Show-Day " "
036000         WS-Show-Hour ":" WS-Show-Minute ":" WS-Show-Second
036100         DELIMITED BY SIZE INTO WS-Show-Changed
036200     .
036300 2900-FORMAT-STAMP-EXIT.
036400     EXIT.
036500
036600 9000-PUT-LINE.
036700     WRITE ReportRecord
036800     ADD 1 TO WS-Eoj-Written-Count
036900     .
037000 9000-PUT-LINE-EXIT.
037100     EXIT.
