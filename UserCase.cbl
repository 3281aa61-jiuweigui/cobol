000700*--------------------------------------------------------------
000800* Batch data-quality sweep for name casing: applies the same
000900* upper-case correction rule if-example applies to one typed
000966* value across every GivenName, FamilyName and UserName on
001032* USERS.DATA,
001100* rewriting corrected records. Each correction is reported
001200* with before and after values to CASEAUDT.LOG in the
001300* IFEXAUDT.LOG style, and written to USRHIST.DAT through the
002420*                 before/after images to USRJRNL.DAT through
002440*                 the shared UserJrnl routine, feeding the
002460*                 UserFwd forward recovery.
002461* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
002462*                 date; the full-record images and trailer layout
002463*                 here are sized to match.
002467* 2026-10-15 JWG  The sweep corrects GivenName and FamilyName
002471*                 (history GIVENNAME/FAMILYNAME) in place of
002475*                 the retired RealName.
002480*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
006100 01  WS-Audit-Event          PIC X(12).
006200 01  WS-Audit-Detail         PIC X(60).
006211 01  WS-Jrnl-Action          PIC X(01).
006212 01  WS-Before-Image         PIC X(250).
006213 01  WS-After-Image          PIC X(250).
006300 01  WS-Count-Disp           PIC ZZZZZZZZ9.
006400 01  WS-Lock-Request         PIC X.
006500 01  WS-Lock-Granted         PIC X.
014000 2100-CORRECT-ONE-ACCOUNT.
014050     MOVE UserRecord TO WS-Before-Image
014100     MOVE "N" TO WS-Record-Changed
014140     IF GivenName NOT = FUNCTION UPPER-CASE(GivenName)
014180         MOVE GivenName TO WS-Old-Value
014220         MOVE FUNCTION UPPER-CASE(GivenName) TO GivenName
014260         MOVE GivenName TO WS-New-Value
014300         MOVE "GIVENNAME" TO WS-Hist-Field-Name
014340         PERFORM 2200-REPORT-CORRECTION
014380             THRU 2200-REPORT-CORRECTION-EXIT
014420         SET WS-Was-Changed TO TRUE
014460     END-IF
014500     IF FamilyName NOT = FUNCTION UPPER-CASE(FamilyName)
014540         MOVE FamilyName TO WS-Old-Value
014580         MOVE FUNCTION UPPER-CASE(FamilyName) TO FamilyName
014620         MOVE FamilyName TO WS-New-Value
014660         MOVE "FAMILYNAME" TO WS-Hist-Field-Name
014700         PERFORM 2200-REPORT-CORRECTION
014800             THRU 2200-REPORT-CORRECTION-EXIT
014900         SET WS-Was-Changed TO TRUE
